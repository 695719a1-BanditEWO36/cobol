              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TICKER-STATUS.

      * How far from a player's average a score may land, per game
      * source, before it is held for review instead of posted,
      * maintained in advance. A source with no row isn't screened;
      * no file on disk means nothing is, the way the board always
      * ran.
           SELECT SCORE-MARGINS ASSIGN TO "SCRMARGN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MARGIN-STATUS.
      * The handicap master HANDICAP-CALC keeps: each player's
      * average and the number of games behind it are the normal
      * range an incoming score is judged against.
           SELECT HANDICAP-MASTER ASSIGN TO "HNDCPMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HANDICAP-STATUS.
      * Scores held back from the board until an operator approves
      * or rejects them: a marker record up front carries the last
      * queue number handed out, then one record per held score.
           SELECT REVIEW-QUEUE ASSIGN TO "SCOREREV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUEUE-STATUS.
      * One line per score held and per decision on one: when, which
      * queue number, what happened, and who decided.
           SELECT REVIEW-AUDIT ASSIGN TO "SCRAUDIT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      * The operator master: who may run which maintenance
      * function. A record per operator carries the function
      * letters they hold; a destructive action checks here before
      * it runs, and the audit trails say who, not just what.
      * A shop with no master on file yet maintains unchecked, the
      * arrangement every registry here starts under.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The one-record handoff the operator console leaves before
      * it calls this program: the answers the operator typed at
      * the menu. A standalone run, with no request on file or one
      * left for some other program, carries on from its
      * working-storage switches exactly as it always has.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-HISTORY.
           05 CTL-FILE  PIC X(8).
           05 CTL-COUNT PIC 9(6).
           05 CTL-SUM   PIC 9(10).
       FD  SCORE-MARGINS.
       01 SCORE-MARGINS-REC.
           05 SMG-SOURCE PIC X(10).
           05 SMG-MARGIN PIC X(4).
       FD  HANDICAP-MASTER.
       01 HANDICAP-MASTER-REC.
           05 HM-PLAYER    PIC X(20).
           05 HM-GAMES     PIC 9(4).
           05 HM-AVERAGE   PIC 9(4).
           05 HM-HANDICAP  PIC 9(4).
           05 HM-CALC-DATE PIC X(8).
       FD  REVIEW-QUEUE.
       01 REVIEW-QUEUE-REC.
           05 SRQ-ID      PIC 9(6).
           05 SRQ-PLAYER  PIC X(20).
           05 SRQ-SCORE   PIC X(4).
           05 SRQ-SOURCE  PIC X(10).
           05 SRQ-DATE    PIC X(8).
           05 SRQ-VENUE   PIC X(4).
           05 SRQ-AVERAGE PIC 9(4).
           05 SRQ-GAMES   PIC 9(4).
           05 SRQ-MARGIN  PIC 9(4).
           05 SRQ-HELD-ON PIC X(8).
       FD  REVIEW-AUDIT.
       01 REVIEW-AUDIT-REC.
           05 SRA-DATE     PIC X(8).
           05 SRA-TIME     PIC X(6).
           05 SRA-EVENT    PIC X(8).
           05 SRA-ID       PIC 9(6).
           05 SRA-PLAYER   PIC X(20).
           05 SRA-SCORE    PIC X(4).
           05 SRA-SOURCE   PIC X(10).
           05 SRA-AVERAGE  PIC 9(4).
           05 SRA-MARGIN   PIC 9(4).
           05 SRA-OPERATOR PIC X(10).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, F urgent
      * referral follow-up, M patient merge, Q lab QC sign-off,
      * S held-score review.
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

       WORKING-STORAGE SECTION.
       01 WS-PROPERTY       PIC A(20).
       01 WS-BOARD-BEST PIC 9(4).
       01 WS-FOLD-NUMERIC PIC 9(4).
       01 WS-BEST-IDX PIC 99.
      * The held-score review: LIST shows what is waiting, APPROVE
      * posts one held score to the board and REJECT drops it, both
      * by queue number and both in the reviewing operator's name.
      * Blank means no review this run.
       01 WS-REVIEW-ACTION PIC X(8) VALUE SPACES.
       01 WS-REVIEW-ID     PIC X(6) VALUE SPACES.
       01 WS-OPERATOR      PIC X(10) VALUE SPACES.
       01 WS-CONREQ-STATUS PIC XX.
      * Sign-on check scratch: the function this action needs and
      * whether the named operator holds it.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-FUNC-TALLY PIC 99.
      * The margins held in storage, one per game source.
       01 WS-MARGIN-STATUS PIC XX.
       01 WS-MARGIN-COUNT PIC 99 VALUE 0.
       01 WS-MARGIN-TABLE.
           05 WS-MG-ENTRY OCCURS 20 TIMES.
              10 WS-MG-SOURCE PIC X(10).
              10 WS-MG-MARGIN PIC 9(4).
      * Each handicap row's average and game count. An average built
      * on fewer than WS-MIN-GAMES games is too thin to call a
      * score out of line against.
       01 WS-HANDICAP-STATUS PIC XX.
       01 WS-AVG-COUNT PIC 999 VALUE 0.
       01 WS-AVG-TABLE.
           05 WS-AVG-ENTRY OCCURS 200 TIMES.
              10 WS-AVG-PLAYER  PIC X(20).
              10 WS-AVG-GAMES   PIC 9(4).
              10 WS-AVG-AVERAGE PIC 9(4).
       01 WS-MIN-GAMES PIC 99 VALUE 5.
       01 WS-SCREEN-IDX PIC 999.
      * The score being screened: the margin for its source, the
      * player's average and games, and how far off the average it
      * landed.
       01 WS-MARGIN-FOUND PIC X.
       01 WS-SCREEN-MARGIN  PIC 9(4).
       01 WS-SCREEN-AVERAGE PIC 9(4).
       01 WS-SCREEN-GAMES   PIC 9(4).
       01 WS-DEVIATION      PIC 9(4).
       01 WS-HOLD-SCORE     PIC X.
      * The review queue held in storage while the run adds to it
      * or takes from it, written back whole when it changed.
       01 WS-QUEUE-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-QUEUE-MARKER PIC X(20) VALUE "*** LAST HELD ID".
       01 WS-LAST-HELD-ID PIC 9(6) VALUE 0.
       01 WS-QUEUE-CHANGED PIC X VALUE "N".
       01 WS-QUEUE-COUNT PIC 999 VALUE 0.
       01 WS-QUEUE-TABLE.
           05 WS-RQ-ENTRY OCCURS 500 TIMES.
              10 WS-RQ-ID      PIC 9(6).
              10 WS-RQ-PLAYER  PIC X(20).
              10 WS-RQ-SCORE   PIC X(4).
              10 WS-RQ-SOURCE  PIC X(10).
              10 WS-RQ-DATE    PIC X(8).
              10 WS-RQ-VENUE   PIC X(4).
              10 WS-RQ-AVERAGE PIC 9(4).
              10 WS-RQ-GAMES   PIC 9(4).
              10 WS-RQ-MARGIN  PIC 9(4).
              10 WS-RQ-HELD-ON PIC X(8).
       01 WS-RQ-IDX   PIC 999.
       01 WS-RQ-FOUND PIC 999.
       01 WS-REVIEW-NUMBER PIC 9(6).
       01 WS-AUDIT-EVENT PIC X(8).
       01 WS-AUDIT-TIME  PIC X(8).
       01 WS-AUDIT-OPERATOR PIC X(10).
       01 WS-HELD-COUNT PIC 999 VALUE 0.
      * Control-totals scratch: the table held in storage while one
      * file's entry is replaced or proved, and the figures just
      * walked.
       PROCEDURE DIVISION.
       HIGH-SCORES.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
      * A blank WS-SCORES means the caller isn't handing us a fresh set
      * this run, so fall back on whatever we saved last time; either
      * way, what we end up using here gets saved back for next time.
              PERFORM VERIFY-SCOREHST-CONTROL
              PERFORM LOAD-SCORE-HISTORY
           END-IF
      * The review queue is loaded before the drain so anything the
      * feed holds back joins what is already waiting; a review
      * decision taken this run lands on the board before it is
      * saved, and the queue goes back to disk only if it changed.
           PERFORM LOAD-REVIEW-QUEUE
           PERFORM DRAIN-HIGH-SCORE-FEED
           IF WS-REVIEW-ACTION NOT = SPACES THEN
              PERFORM REVIEW-HELD-SCORE
           END-IF
           IF WS-QUEUE-CHANGED = "Y" THEN
              PERFORM SAVE-REVIEW-QUEUE
           END-IF
           PERFORM SAVE-SCORE-HISTORY
           IF WS-PLAYER NOT = SPACES THEN
              PERFORM VALIDATE-PLAYER
      * feed is renamed aside in one motion and drained from the
      * staging side. No write from a game program can land between
      * a read and a truncate, because nothing here ever truncates
      * the live feed at all. The margins and averages every
      * arrival is screened against are loaded once up front.
           PERFORM LOAD-SCORE-MARGINS
           PERFORM LOAD-HANDICAP-AVERAGES
           PERFORM DRAIN-STAGED-FILE
           MOVE "HGHSCORS" TO WS-RENAME-FROM
           MOVE "HGHSTAGE" TO WS-RENAME-TO
                    MOVE "UNKNOWN" TO WS-FOLD-SOURCE
                    MOVE SPACES TO WS-FOLD-DATE
                    MOVE SSF-VENUE TO WS-FOLD-VENUE
                    PERFORM SCREEN-ONE-SCORE
                 END-IF
           END-EVALUATE.

              MOVE WS-SEGMENT-SOURCE TO WS-FOLD-SOURCE
              MOVE WS-SEGMENT-DATE TO WS-FOLD-DATE
              MOVE WS-SEG-VENUE(WS-SEG-IDX) TO WS-FOLD-VENUE
              PERFORM SCREEN-ONE-SCORE
           END-PERFORM.


       SCREEN-ONE-SCORE.
      * A score further from the player's average than the margin
      * set for the game that posted it is parked on the review
      * queue instead of reaching the board. A source with no
      * margin, a player with no handicap row, or an average built
      * on too few games can't say what normal is, and the score
      * folds on as it always did.
           MOVE "N" TO WS-HOLD-SCORE
           IF WS-FOLD-SCORE IS NUMERIC THEN
              MOVE "N" TO WS-MARGIN-FOUND
              PERFORM VARYING WS-SCREEN-IDX FROM 1 BY 1 UNTIL
                 WS-SCREEN-IDX > WS-MARGIN-COUNT
                 IF WS-MG-SOURCE(WS-SCREEN-IDX) = WS-FOLD-SOURCE THEN
                    MOVE "Y" TO WS-MARGIN-FOUND
                    MOVE WS-MG-MARGIN(WS-SCREEN-IDX) TO
                       WS-SCREEN-MARGIN
                 END-IF
              END-PERFORM
              MOVE 0 TO WS-SCREEN-GAMES
              IF WS-MARGIN-FOUND = "Y" THEN
                 PERFORM VARYING WS-SCREEN-IDX FROM 1 BY 1 UNTIL
                    WS-SCREEN-IDX > WS-AVG-COUNT
                    IF WS-AVG-PLAYER(WS-SCREEN-IDX) = WS-FOLD-PLAYER
                       THEN
                       MOVE WS-AVG-GAMES(WS-SCREEN-IDX) TO
                          WS-SCREEN-GAMES
                       MOVE WS-AVG-AVERAGE(WS-SCREEN-IDX) TO
                          WS-SCREEN-AVERAGE
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-MARGIN-FOUND = "Y" AND
                 WS-SCREEN-GAMES NOT < WS-MIN-GAMES THEN
                 MOVE WS-FOLD-SCORE TO WS-FOLD-NUMERIC
                 IF WS-FOLD-NUMERIC > WS-SCREEN-AVERAGE THEN
                    COMPUTE WS-DEVIATION =
                       WS-FOLD-NUMERIC - WS-SCREEN-AVERAGE
                 ELSE
                    COMPUTE WS-DEVIATION =
                       WS-SCREEN-AVERAGE - WS-FOLD-NUMERIC
                 END-IF
                 IF WS-DEVIATION > WS-SCREEN-MARGIN THEN
                    MOVE "Y" TO WS-HOLD-SCORE
                 END-IF
              END-IF
           END-IF
           IF WS-HOLD-SCORE = "Y" THEN
              PERFORM HOLD-ONE-SCORE
           ELSE
              PERFORM FOLD-ONE-SCORE
           END-IF.


       HOLD-ONE-SCORE.
      * Next queue number onto the held score, the figures it was
      * judged against kept with it for the reviewer, and a HELD
      * line on the audit trail. A queue already full turns the
      * score away to the reject log rather than post it unseen.
           IF WS-QUEUE-COUNT NOT < 500 THEN
              DISPLAY "REVIEW QUEUE FULL - SCORE TURNED AWAY: "
                 WS-FOLD-PLAYER " " WS-FOLD-SCORE
              MOVE "REVIEW QUEUE FULL" TO WS-REJECT-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-LAST-HELD-ID
              ADD 1 TO WS-QUEUE-COUNT
              MOVE WS-LAST-HELD-ID TO WS-RQ-ID(WS-QUEUE-COUNT)
              MOVE WS-FOLD-PLAYER TO WS-RQ-PLAYER(WS-QUEUE-COUNT)
              MOVE WS-FOLD-SCORE TO WS-RQ-SCORE(WS-QUEUE-COUNT)
              MOVE WS-FOLD-SOURCE TO WS-RQ-SOURCE(WS-QUEUE-COUNT)
              MOVE WS-FOLD-DATE TO WS-RQ-DATE(WS-QUEUE-COUNT)
              MOVE WS-FOLD-VENUE TO WS-RQ-VENUE(WS-QUEUE-COUNT)
              MOVE WS-SCREEN-AVERAGE TO WS-RQ-AVERAGE(WS-QUEUE-COUNT)
              MOVE WS-SCREEN-GAMES TO WS-RQ-GAMES(WS-QUEUE-COUNT)
              MOVE WS-SCREEN-MARGIN TO WS-RQ-MARGIN(WS-QUEUE-COUNT)
              MOVE WS-BUSI-DATE TO WS-RQ-HELD-ON(WS-QUEUE-COUNT)
              MOVE "Y" TO WS-QUEUE-CHANGED
              ADD 1 TO WS-HELD-COUNT
              DISPLAY "SCORE HELD FOR REVIEW #" WS-LAST-HELD-ID ": "
                 WS-FOLD-PLAYER " " WS-FOLD-SCORE " AVERAGE "
                 WS-SCREEN-AVERAGE " MARGIN " WS-SCREEN-MARGIN
              MOVE WS-QUEUE-COUNT TO WS-RQ-FOUND
              MOVE "HELD" TO WS-AUDIT-EVENT
              MOVE SPACES TO WS-AUDIT-OPERATOR
              PERFORM WRITE-REVIEW-AUDIT
              MOVE SPACES TO WS-LOG-TEXT
              STRING "HIGH-SCORES - SCORE HELD FOR REVIEW #"
                 WS-LAST-HELD-ID
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.


       FOLD-ONE-SCORE.
      * A fold that beats everything already on the board is a new
      * top score and goes up on the venue ticker as it lands.
           MOVE 20 TO WS-NEXT-SLOT.


       REVIEW-HELD-SCORE.
      * LIST shows the queue. APPROVE and REJECT name one held
      * score by its queue number and need an operator holding the
      * review function: APPROVE posts the score to the board just
      * as the feed would have, REJECT drops it, and either way it
      * leaves the queue with the decision on the audit trail.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-ACTION) TO
              WS-REVIEW-ACTION
           IF WS-REVIEW-ACTION = "LIST" THEN
              PERFORM LIST-REVIEW-QUEUE
           ELSE
              IF WS-REVIEW-ACTION NOT = "APPROVE" AND
                 WS-REVIEW-ACTION NOT = "REJECT" THEN
                 MOVE "UNKNOWN REVIEW ACTION" TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-REASON = SPACES AND
                 (WS-REVIEW-ID = SPACES OR
                 FUNCTION TRIM(WS-REVIEW-ID) IS NOT NUMERIC) THEN
                 MOVE "REVIEW NEEDS A QUEUE NUMBER" TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-REASON = SPACES AND WS-OPERATOR = SPACES
                 THEN
                 MOVE "REVIEW NEEDS THE OPERATOR ID" TO
                    WS-REJECT-REASON
              END-IF
              IF WS-REJECT-REASON = SPACES THEN
                 MOVE "S" TO WS-NEEDED-FUNC
                 PERFORM CHECK-OPERATOR-SIGNON
                 IF WS-SIGNON-OK = "N" THEN
                    MOVE "OPERATOR NOT SIGNED FOR REVIEW" TO
                       WS-REJECT-REASON
                 END-IF
              END-IF
              IF WS-REJECT-REASON = SPACES THEN
                 COMPUTE WS-REVIEW-NUMBER =
                    FUNCTION NUMVAL(WS-REVIEW-ID)
                 MOVE 0 TO WS-RQ-FOUND
                 PERFORM VARYING WS-RQ-IDX FROM 1 BY 1 UNTIL
                    WS-RQ-IDX > WS-QUEUE-COUNT
                    IF WS-RQ-ID(WS-RQ-IDX) = WS-REVIEW-NUMBER THEN
                       MOVE WS-RQ-IDX TO WS-RQ-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-RQ-FOUND = 0 THEN
                    MOVE "NO HELD SCORE WITH THAT NUMBER" TO
                       WS-REJECT-REASON
                 END-IF
              END-IF
              IF WS-REJECT-REASON NOT = SPACES THEN
                 DISPLAY "REVIEW REFUSED: " WS-REJECT-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 PERFORM DECIDE-HELD-SCORE
              END-IF
           END-IF.


       DECIDE-HELD-SCORE.
      * The decision on queue entry WS-RQ-FOUND: post or drop it,
      * record who decided, and close the gap it leaves.
           IF WS-REVIEW-ACTION = "APPROVE" THEN
              PERFORM POST-APPROVED-SCORE
              MOVE "APPROVED" TO WS-AUDIT-EVENT
           ELSE
              DISPLAY "HELD SCORE #" WS-REVIEW-NUMBER " REJECTED: "
                 WS-RQ-PLAYER(WS-RQ-FOUND) " "
                 WS-RQ-SCORE(WS-RQ-FOUND)
              MOVE "REJECTED" TO WS-AUDIT-EVENT
           END-IF
           MOVE WS-OPERATOR TO WS-AUDIT-OPERATOR
           PERFORM WRITE-REVIEW-AUDIT
           PERFORM VARYING WS-RQ-IDX FROM WS-RQ-FOUND BY 1 UNTIL
              WS-RQ-IDX NOT < WS-QUEUE-COUNT
              MOVE WS-RQ-ENTRY(WS-RQ-IDX + 1) TO WS-RQ-ENTRY(WS-RQ-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-QUEUE-COUNT
           MOVE "Y" TO WS-QUEUE-CHANGED
           MOVE SPACES TO WS-LOG-TEXT
           STRING "HIGH-SCORES - HELD SCORE #" WS-REVIEW-NUMBER " "
              WS-AUDIT-EVENT " BY " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.


       POST-APPROVED-SCORE.
      * An approved score goes onto the board through the same fold
      * the feed uses -- ticker, overflow roll and all -- but skips
      * the screen, since a person has now vouched for it.
           MOVE 21 TO WS-NEXT-SLOT
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 20
              IF SCORE-VAL(WS-INDEX) EQUAL TO SPACES THEN
                 MOVE WS-INDEX TO WS-NEXT-SLOT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE "N" TO WS-OVERFLOW-OPEN
           MOVE WS-RQ-PLAYER(WS-RQ-FOUND) TO WS-FOLD-PLAYER
           MOVE WS-RQ-SCORE(WS-RQ-FOUND) TO WS-FOLD-SCORE
           MOVE WS-RQ-SOURCE(WS-RQ-FOUND) TO WS-FOLD-SOURCE
           MOVE WS-RQ-DATE(WS-RQ-FOUND) TO WS-FOLD-DATE
           MOVE WS-RQ-VENUE(WS-RQ-FOUND) TO WS-FOLD-VENUE
           PERFORM FOLD-ONE-SCORE
           IF WS-OVERFLOW-OPEN = "Y" THEN
              CLOSE SCORE-OVERFLOW
           END-IF
           DISPLAY "HELD SCORE #" WS-REVIEW-NUMBER " APPROVED: "
              WS-FOLD-PLAYER " " WS-FOLD-SCORE.


       LIST-REVIEW-QUEUE.
           DISPLAY "HELD SCORES AWAITING REVIEW: " WS-QUEUE-COUNT
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1 UNTIL
              WS-RQ-IDX > WS-QUEUE-COUNT
              DISPLAY "#" WS-RQ-ID(WS-RQ-IDX) " "
                 WS-RQ-PLAYER(WS-RQ-IDX) " "
                 WS-RQ-SCORE(WS-RQ-IDX) " "
                 WS-RQ-SOURCE(WS-RQ-IDX) " "
                 WS-RQ-DATE(WS-RQ-IDX) " AVG "
                 WS-RQ-AVERAGE(WS-RQ-IDX) " OVER "
                 WS-RQ-GAMES(WS-RQ-IDX) " GAMES, MARGIN "
                 WS-RQ-MARGIN(WS-RQ-IDX) " HELD "
                 WS-RQ-HELD-ON(WS-RQ-IDX)
           END-PERFORM.


       WRITE-REVIEW-AUDIT.
      * One stamped line for queue entry WS-RQ-FOUND, creating the
      * trail on its first write.
           OPEN EXTEND REVIEW-AUDIT
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              CLOSE REVIEW-AUDIT
              OPEN OUTPUT REVIEW-AUDIT
           END-IF
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-BUSI-DATE TO SRA-DATE
           MOVE WS-AUDIT-TIME(1:6) TO SRA-TIME
           MOVE WS-AUDIT-EVENT TO SRA-EVENT
           MOVE WS-RQ-ID(WS-RQ-FOUND) TO SRA-ID
           MOVE WS-RQ-PLAYER(WS-RQ-FOUND) TO SRA-PLAYER
           MOVE WS-RQ-SCORE(WS-RQ-FOUND) TO SRA-SCORE
           MOVE WS-RQ-SOURCE(WS-RQ-FOUND) TO SRA-SOURCE
           MOVE WS-RQ-AVERAGE(WS-RQ-FOUND) TO SRA-AVERAGE
           MOVE WS-RQ-MARGIN(WS-RQ-FOUND) TO SRA-MARGIN
           MOVE WS-AUDIT-OPERATOR TO SRA-OPERATOR
           WRITE REVIEW-AUDIT-REC
           CLOSE REVIEW-AUDIT.


       LOAD-SCORE-MARGINS.
           MOVE 0 TO WS-MARGIN-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-MARGINS
           IF WS-MARGIN-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-MARGINS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SMG-SOURCE NOT = SPACES AND
                          FUNCTION TRIM(SMG-MARGIN) IS NUMERIC AND
                          WS-MARGIN-COUNT < 20 THEN
                          ADD 1 TO WS-MARGIN-COUNT
                          MOVE SMG-SOURCE TO
                             WS-MG-SOURCE(WS-MARGIN-COUNT)
                          COMPUTE WS-MG-MARGIN(WS-MARGIN-COUNT) =
                             FUNCTION NUMVAL(SMG-MARGIN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-MARGINS
           END-IF.


       LOAD-HANDICAP-AVERAGES.
           MOVE 0 TO WS-AVG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HANDICAP-MASTER
           IF WS-HANDICAP-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ HANDICAP-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-AVG-COUNT < 200 THEN
                          ADD 1 TO WS-AVG-COUNT
                          MOVE HM-PLAYER TO WS-AVG-PLAYER(WS-AVG-COUNT)
                          MOVE HM-GAMES TO WS-AVG-GAMES(WS-AVG-COUNT)
                          MOVE HM-AVERAGE TO
                             WS-AVG-AVERAGE(WS-AVG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HANDICAP-MASTER
           END-IF.


       LOAD-REVIEW-QUEUE.
      * The marker record carries the last queue number handed out,
      * so numbers are never reused even once the queue empties.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE 0 TO WS-LAST-HELD-ID
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REVIEW-QUEUE
           IF WS-QUEUE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ REVIEW-QUEUE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SRQ-PLAYER = WS-QUEUE-MARKER THEN
                          MOVE SRQ-ID TO WS-LAST-HELD-ID
                       ELSE
                          IF WS-QUEUE-COUNT < 500 THEN
                             ADD 1 TO WS-QUEUE-COUNT
                             MOVE REVIEW-QUEUE-REC TO
                                WS-RQ-ENTRY(WS-QUEUE-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVIEW-QUEUE
           END-IF.


       SAVE-REVIEW-QUEUE.
           OPEN OUTPUT REVIEW-QUEUE
           MOVE SPACES TO REVIEW-QUEUE-REC
           MOVE WS-LAST-HELD-ID TO SRQ-ID
           MOVE WS-QUEUE-MARKER TO SRQ-PLAYER
           MOVE 0 TO SRQ-AVERAGE
           MOVE 0 TO SRQ-GAMES
           MOVE 0 TO SRQ-MARGIN
           WRITE REVIEW-QUEUE-REC
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1 UNTIL
              WS-RQ-IDX > WS-QUEUE-COUNT
              MOVE WS-RQ-ENTRY(WS-RQ-IDX) TO REVIEW-QUEUE-REC
              WRITE REVIEW-QUEUE-REC
           END-PERFORM
           CLOSE REVIEW-QUEUE.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "HIGH-SCORES" AND
                       WS-REVIEW-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:8) TO WS-REVIEW-ACTION
                       MOVE CRQ-FIELDS(9:6) TO WS-REVIEW-ID
                       MOVE CRQ-FIELDS(15:10) TO WS-OPERATOR
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.


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


       SAVE-SCORE-HISTORY.
           OPEN OUTPUT SCORE-HISTORY
           MOVE 0 TO WS-WALK-COUNT
