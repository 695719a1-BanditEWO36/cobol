           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
      * The membership dues ledger MEMBER-DUES keeps, one row per
      * registry id, and the shop's grace and warning periods; a
      * member too long past their paid-to date is refused.
           SELECT DUES-LEDGER ASSIGN TO "DUESLDGR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUES-STATUS.
           SELECT DUES-CONTROL ASSIGN TO "DUESCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUESCTL-STATUS.
      * The closed-period register MONTH-END-CLOSE keeps; a posting
      * dated inside a closed period is refused with the reason,
      * because a correction to a closed month is a deliberate
           SELECT CLOSED-PERIODS ASSIGN TO "CLOSEDPD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSED-STATUS.
      * The board as each game leaves it: one record per posting,
      * carrying the night's date, the venue and the fifteen rows
      * of fifteen squares. The latest record for the night's game
      * is where the next batch of that game's turns picks up.
           SELECT BOARD-STATE-FILE ASSIGN TO "SCRABBORD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOARD-STATUS.
      * The night's turns as the board judged them, written while
      * the game plays and put back in place of the turn feed before
      * anything posts, so every replay scores the squares the tiles
      * really covered rather than the ones the player claimed.
           SELECT JUDGED-TURN-FEED ASSIGN TO "SCRABJUDG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JUDGED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * play the way the batch scorer spends one -- "?" for a blank.
           05 SGF-BLANKS       PIC X(60).
           05 SGF-RACK         PIC X(7).
      * Board position: the row and column (01-15) of the word's
      * first letter and its direction, A across or D down. A turn
      * with no direction predates the board and scores on the
      * squares it claims, as before. SGF-PLACED comes back Y for a
      * turn that scored and N for one refused, and SGF-CROSS-SCORE
      * carries what the cross-words formed by the new tiles earned
      * on top. A turn with no word is a player's rack when play
      * stopped (R); the end-of-game deduction or award each player
      * came away with follows the turns as an E record carrying
      * SGF-END-ADJUST.
           05 SGF-ROW          PIC 99.
           05 SGF-COL          PIC 99.
           05 SGF-DIRECTION    PIC X.
           05 SGF-PLACED       PIC X.
           05 SGF-CROSS-SCORE  PIC 9(4).
           05 SGF-END-ADJUST   PIC S9(4) SIGN LEADING SEPARATE.
       FD  STAGED-TURN-FEED.
       01 STAGED-TURN-FEED-REC PIC X(223).
       FD  PLAYED-TURN-FEED.
       01 PLAYED-TURN-FEED-REC PIC X(223).
       FD  JUDGED-TURN-FEED.
       01 JUDGED-TURN-FEED-REC PIC X(223).
       FD  BOARD-STATE-FILE.
       01 BOARD-STATE-REC.
           05 SBD-DATE   PIC X(8).
           05 SBD-VENUE  PIC X(4).
           05 SBD-TILES  PIC 999.
           05 SBD-ROWS.
              10 SBD-ROW PIC X(15) OCCURS 15 TIMES.
       FD  SCRABBLE-DICTIONARY.
       01 SCRABBLE-DICTIONARY-REC PIC X(60).
       FD  PLAYER-MASTER.
       01 CLOSED-PERIODS-REC.
           05 CLP-PERIOD PIC X(6).
           05 CLP-CLOSED-ON PIC X(8).
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
       01 WS-MARKER-WRITTEN PIC X.
       01 WS-RENAME-FROM PIC X(30).
       01 WS-RENAME-TO   PIC X(30).
      * N when the judged feed could not take the turn feed's place;
      * the game is then left unposted for a rerun.
       01 WS-JUDGED-OK   PIC X VALUE "Y".
       01 WS-PM-EOF   PIC X.
       01 WS-DICT-EOF PIC X.
       01 WS-TURN-COUNT PIC 999 VALUE 0.
       01 WS-PLAYER PIC X(20).
       01 WS-PLAYER-VALID PIC X.
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
       01 WS-REJECT-REASON PIC X(30).
      * The word being scored this turn, with the same bonus-tile
      * treatment SCRABBLE-SCORE's SCORE-ONE-WORD applies.
           05 WS-SB-ENTRY OCCURS 8 TIMES.
              10 WS-SB-PLAYER PIC X(20).
              10 WS-SB-TOTAL  PIC 9(4).
              10 WS-SB-END-SEEN  PIC X.
              10 WS-SB-END-VALUE PIC 999.
              10 WS-SB-OUT       PIC X.
              10 WS-SB-ADJUST    PIC S9(4).
       01 WS-SB-IDX   PIC 9.
       01 WS-SB-FOUND PIC 9.
       01 WS-WINNER-IDX PIC 9.
       01 WS-CLOSED-STATUS PIC XX.
       01 WS-CLOSED-EOF PIC X.
       01 WS-PERIOD-CLOSED PIC X.
      * The board: fifteen rows of fifteen squares, a space for an
      * empty square and the letter for a tile down, lower case for
      * a blank standing as that letter (a blank scores nothing
      * wherever it lies).
       01 WS-BOARD-STATUS  PIC XX.
       01 WS-BOARD-EOF     PIC X.
       01 WS-JUDGED-STATUS PIC XX.
       01 WS-BOARD.
           05 WS-BOARD-ROW PIC X(15) OCCURS 15 TIMES.
       01 WS-BOARD-TILES PIC 999 VALUE 0.
       01 WS-BOARD-PLAYS PIC 999 VALUE 0.
       01 WS-SHOW-ROW    PIC X(15).
       01 WS-SHOW-IDX    PIC 99.
      * The premium squares: T triple word, D double word, 3 triple
      * letter, 2 double letter; the centre star doubles the word.
       01 WS-PREMIUM-SQUARES.
           05 FILLER PIC X(15) VALUE "T..2...T...2..T".
           05 FILLER PIC X(15) VALUE ".D...3...3...D.".
           05 FILLER PIC X(15) VALUE "..D...2.2...D..".
           05 FILLER PIC X(15) VALUE "2..D...2...D..2".
           05 FILLER PIC X(15) VALUE "....D.....D....".
           05 FILLER PIC X(15) VALUE ".3...3...3...3.".
           05 FILLER PIC X(15) VALUE "..2...2.2...2..".
           05 FILLER PIC X(15) VALUE "T..2...D...2..T".
           05 FILLER PIC X(15) VALUE "..2...2.2...2..".
           05 FILLER PIC X(15) VALUE ".3...3...3...3.".
           05 FILLER PIC X(15) VALUE "....D.....D....".
           05 FILLER PIC X(15) VALUE "2..D...2...D..2".
           05 FILLER PIC X(15) VALUE "..D...2.2...D..".
           05 FILLER PIC X(15) VALUE ".D...3...3...D.".
           05 FILLER PIC X(15) VALUE "T..2...T...2..T".
       01 WS-PREMIUM-TABLE REDEFINES WS-PREMIUM-SQUARES
                           PIC X(15) OCCURS 15 TIMES.
      * Placement scratch: which word positions lay a new tile, the
      * letter bonuses and word multiplier those tiles really cover,
      * and the reason a placement is refused.
       01 WS-BOARD-REASON PIC X(30).
       01 WS-NEW-TILES    PIC X(60).
       01 WS-NEW-COUNT    PIC 99.
       01 WS-BOARD-BONUS  PIC X(60).
       01 WS-BOARD-MULT   PIC 99.
       01 WS-CONNECTED    PIC X.
       01 WS-ON-CENTRE    PIC X.
       01 WS-SQ-ROW       PIC 99.
       01 WS-SQ-COL       PIC 99.
       01 WS-SQUARE       PIC X.
       01 WS-PREMIUM      PIC X.
      * Cross-word scratch: the run of tiles crossing a new tile,
      * walked along the other direction from the word's own.
       01 WS-CROSS-WORD   PIC X(60).
       01 WS-CROSS-SCORE  PIC 9(4).
       01 WS-CROSS-POINTS PIC 9(4).
       01 WS-CROSS-MULT   PIC 9.
       01 WS-CROSS-LEN    PIC 99.
       01 WS-CROSS-AT     PIC 99.
       01 WS-CROSS-POS    PIC 99.
       01 WS-CROSS-FIRST  PIC 99.
       01 WS-CROSS-LAST   PIC 99.
       01 WS-CROSS-DONE   PIC X.
       01 WS-SAVE-WORD    PIC X(60).
      * The tile bag: how many of each letter a full set holds, "?"
      * for the two blanks, a hundred tiles in all; what is left of
      * it this game, and what the turn in hand wants out of it.
       01 WS-BAG-LETTERS PIC X(27) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ?".
       01 WS-BAG-FULL-COUNTS.
           05 FILLER PIC X(54) VALUE
              "090202041202030209010104020608020106040604020201020102".
       01 WS-BAG-FULL-TABLE REDEFINES WS-BAG-FULL-COUNTS
                            PIC 99 OCCURS 27 TIMES.
       01 WS-BAG-LEFT-TABLE.
           05 WS-BAG-LEFT PIC 99 OCCURS 27 TIMES.
       01 WS-BAG-NEED-TABLE.
           05 WS-BAG-NEED PIC 99 OCCURS 27 TIMES.
       01 WS-BAG-IDX    PIC 99.
       01 WS-BAG-POS    PIC 99.
       01 WS-BAG-FOUND  PIC 99.
       01 WS-BAG-OK     PIC X.
       01 WS-BAG-SHORT  PIC X.
      * End-of-game rack scratch.
       01 WS-RACK-POOL  PIC 9(4).
       01 WS-DEDUCT     PIC 9(4).
       01 WS-OUT-COUNT  PIC 9.
       01 WS-OUT-IDX    PIC 9.

      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
           ELSE
           PERFORM LOAD-DICTIONARY
           PERFORM PLAY-THE-GAME
           IF WS-JUDGED-OK = "N" THEN
              DISPLAY "JUDGED TURNS NOT IN PLACE - GAME NOT POSTED"
           ELSE
           IF WS-SCORER-COUNT = 0 THEN
              DISPLAY "NO TURNS ON FILE - NO GAME TONIGHT"
           ELSE
              PERFORM DECLARE-WINNER
              PERFORM RECORD-END-ADJUSTMENTS
              IF WS-BOARD-PLAYS > 0 THEN
                 PERFORM DISPLAY-BOARD
              END-IF
              PERFORM POST-TOTALS-TO-HIGH-SCORES
              PERFORM RETIRE-PLAYED-TURNS
              IF WS-BOARD-PLAYS > 0 THEN
                 PERFORM SAVE-BOARD-STATE
              END-IF
           END-IF
           END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION.


       PLAY-THE-GAME.
      * Every turn is copied to the judged feed as the board left
      * it, and the judged feed then takes the turn feed's place, so
      * the turns that post and fold over are the verified ones.
           MOVE "N" TO WS-GAME-EOF
           OPEN INPUT GAME-TURN-FEED
           IF WS-GAME-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM LOAD-BOARD-STATE
              OPEN OUTPUT JUDGED-TURN-FEED
              PERFORM UNTIL WS-GAME-EOF = "Y"
                 READ GAME-TURN-FEED
                    AT END
                       MOVE "Y" TO WS-GAME-EOF
                    NOT AT END
      * End-of-game adjustments a crashed run already wrote are
      * dropped; they are worked out afresh when this game ends.
                       IF SGF-PLACED = "E" THEN
                          CONTINUE
                       ELSE
                          ADD 1 TO WS-TURN-COUNT
                          PERFORM PLAY-ONE-TURN
                          MOVE GAME-TURN-FEED-REC TO
                             JUDGED-TURN-FEED-REC
                          WRITE JUDGED-TURN-FEED-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GAME-TURN-FEED
              CLOSE JUDGED-TURN-FEED
              MOVE "SCRABJUDG" TO WS-RENAME-FROM
              MOVE "SCRABGAME" TO WS-RENAME-TO
              CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
      * A turn feed the judged copy could not replace still carries
      * the bonuses the turns claimed, so nothing may post from it.
              IF RETURN-CODE NOT = 0 THEN
                 MOVE "N" TO WS-JUDGED-OK
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "SCRABBLE-GAME - SCRABJUDG NOT RENAMED TO "
                    "SCRABGAME - GAME NOT POSTED"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                 MOVE "E" TO WS-LOG-SEVERITY
                 PERFORM WRITE-OPERATIONS-LINE
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.
       END-PLAY-THE-GAME.


       PLAY-ONE-TURN.
      * One turn: the player has to be on the registry, not too far
      * behind on dues, and the word in the dictionary; a good
      * turn's word is scored with its bonus squares and added to
      * the player's running total. A turn that carries a board
      * position must also lie on the board legally before its rack
      * or its word is looked at.
           MOVE "N" TO SGF-PLACED
           MOVE 0 TO SGF-CROSS-SCORE
           MOVE 0 TO SGF-END-ADJUST
           MOVE SGF-PLAYER TO WS-PLAYER
           PERFORM VALIDATE-PLAYER
           IF WS-PLAYER-VALID = "N" THEN
                 ": PLAYER NOT ON REGISTRY: " SGF-PLAYER
              MOVE "PLAYER NOT ON REGISTRY" TO WS-REJECT-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
           IF WS-DUES-STANDING = "R" THEN
              DISPLAY "TURN #" WS-TURN-COUNT
                 ": MEMBER IN ARREARS - NOT POSTED: " SGF-PLAYER
              MOVE "MEMBER IN ARREARS" TO WS-REJECT-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
           IF SGF-WORD = SPACES THEN
              PERFORM RECORD-END-RACK
           ELSE
              MOVE SGF-WORD TO WS-WORD
              MOVE SGF-BLANKS TO WS-BLANKS
              MOVE SGF-RACK TO WS-RACK
              PERFORM BUILD-DECLARED-WORD
              MOVE SPACES TO WS-BOARD-REASON
              MOVE ALL "Y" TO WS-NEW-TILES
              MOVE 0 TO WS-CROSS-SCORE
              IF SGF-DIRECTION NOT = SPACE THEN
                 PERFORM CHECK-BOARD-PLACEMENT
              END-IF
              IF WS-BOARD-REASON NOT = SPACES THEN
                 MOVE "N" TO SGF-PLACED
                 DISPLAY "TURN #" WS-TURN-COUNT ": "
                    FUNCTION TRIM(SGF-WORD) " REFUSED - "
                    WS-BOARD-REASON
                 MOVE WS-BOARD-REASON TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
              IF WS-RACK NOT = SPACES THEN
                 PERFORM CHECK-RACK-PLAYABLE
              ELSE
                    WS-REJECT-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
              PERFORM CHECK-BAG-HAS-TILES
              IF WS-BAG-OK = "N" THEN
                 DISPLAY "TURN #" WS-TURN-COUNT ": "
                    FUNCTION TRIM(SGF-WORD)
                    " PLAYS A TILE THE BAG IS OUT OF: " WS-BAG-SHORT
                 MOVE "TILE ALREADY PLAYED OUT" TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
              MOVE WS-DECLARED-WORD TO WS-WORD
              PERFORM CHECK-WORD-IN-DICTIONARY
              MOVE SGF-WORD TO WS-WORD
                    MOVE SGF-WORD-BONUS TO WS-WORD-BONUS
                 END-IF
                 PERFORM SCORE-TURN-WORD
                 PERFORM SPEND-BAG-TILES
                 MOVE "Y" TO SGF-PLACED
                 IF SGF-DIRECTION NOT = SPACE THEN
                    PERFORM PLACE-TURN-ON-BOARD
                    MOVE WS-CROSS-SCORE TO SGF-CROSS-SCORE
                    ADD WS-CROSS-SCORE TO WS-TURN-SCORE
                 END-IF
                 PERFORM POST-TO-SCOREBOARD
                 DISPLAY "TURN #" WS-TURN-COUNT ": " SGF-PLAYER
                    FUNCTION TRIM(WS-DECLARED-WORD) " = "
                    WS-TURN-SCORE
                 IF WS-CROSS-SCORE > 0 THEN
                    DISPLAY "   INCLUDING CROSS-WORDS " WS-CROSS-SCORE
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
       END-PLAY-ONE-TURN.


       RECORD-END-RACK.
      * A turn with no word is the player's rack when play stopped:
      * the tiles they were left holding, or nothing at all for the
      * player who went out. Those tiles come out of the bag like
      * any played tile, and their value waits for the end-of-game
      * deduction.
           MOVE 0 TO WS-TURN-SCORE
           PERFORM POST-TO-SCOREBOARD
           IF WS-SB-FOUND = 0 THEN
              CONTINUE
           ELSE
           IF WS-SB-END-SEEN(WS-SB-FOUND) = "Y" THEN
              DISPLAY "TURN #" WS-TURN-COUNT
                 ": END RACK ALREADY GIVEN FOR " SGF-PLAYER
              MOVE "END RACK ALREADY GIVEN" TO WS-REJECT-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE SGF-RACK TO WS-WORD
              MOVE ALL "Y" TO WS-NEW-TILES
              PERFORM CHECK-BAG-HAS-TILES
              IF WS-BAG-OK = "N" THEN
                 DISPLAY "TURN #" WS-TURN-COUNT ": END RACK " SGF-RACK
                    " HOLDS A TILE THE BAG IS OUT OF: " WS-BAG-SHORT
                 MOVE "TILE ALREADY PLAYED OUT" TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 PERFORM SPEND-BAG-TILES
                 MOVE "R" TO SGF-PLACED
                 MOVE "Y" TO WS-SB-END-SEEN(WS-SB-FOUND)
                 MOVE 0 TO WS-SB-END-VALUE(WS-SB-FOUND)
                 PERFORM VARYING WS-COUNTER FROM 1 BY 1 UNTIL
                    WS-COUNTER > 7
                    MOVE FUNCTION UPPER-CASE(SGF-RACK(WS-COUNTER:1))
                       TO WS-LETTER
                    PERFORM SCORE-ONE-LETTER
                    ADD WS-LETTER-SCORE TO
                       WS-SB-END-VALUE(WS-SB-FOUND)
                 END-PERFORM
                 IF SGF-RACK = SPACES THEN
                    MOVE "Y" TO WS-SB-OUT(WS-SB-FOUND)
                    DISPLAY "TURN #" WS-TURN-COUNT ": " SGF-PLAYER
                       "GOES OUT"
                 ELSE
                    DISPLAY "TURN #" WS-TURN-COUNT ": " SGF-PLAYER
                       "ENDS HOLDING " SGF-RACK " WORTH "
                       WS-SB-END-VALUE(WS-SB-FOUND)
                 END-IF
              END-IF
           END-IF
           END-IF.
       END-RECORD-END-RACK.


       FILL-TILE-BAG.
      * A full bag, less every tile already on the board the game
      * picks up from -- a lower-case letter there is a blank.
           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1 UNTIL WS-BAG-IDX > 27
              MOVE WS-BAG-FULL-TABLE(WS-BAG-IDX) TO
                 WS-BAG-LEFT(WS-BAG-IDX)
           END-PERFORM
           PERFORM VARYING WS-SQ-ROW FROM 1 BY 1 UNTIL WS-SQ-ROW > 15
              PERFORM VARYING WS-SQ-COL FROM 1 BY 1 UNTIL
                 WS-SQ-COL > 15
                 MOVE WS-BOARD-ROW(WS-SQ-ROW)(WS-SQ-COL:1) TO
                    WS-SQUARE
                 IF WS-SQUARE NOT = SPACE THEN
                    IF WS-SQUARE IS ALPHABETIC-LOWER THEN
                       MOVE "?" TO WS-LETTER
                    ELSE
                       MOVE WS-SQUARE TO WS-LETTER
                    END-IF
                    PERFORM FIND-BAG-LETTER
                    IF WS-BAG-FOUND > 0 THEN
                       IF WS-BAG-LEFT(WS-BAG-FOUND) > 0 THEN
                          SUBTRACT 1 FROM WS-BAG-LEFT(WS-BAG-FOUND)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-FILL-TILE-BAG.


       FIND-BAG-LETTER.
           MOVE 0 TO WS-BAG-FOUND
           PERFORM VARYING WS-BAG-POS FROM 1 BY 1 UNTIL
              WS-BAG-POS > 27 OR WS-BAG-FOUND > 0
              IF WS-BAG-LETTERS(WS-BAG-POS:1) = WS-LETTER THEN
                 MOVE WS-BAG-POS TO WS-BAG-FOUND
              END-IF
           END-PERFORM.
       END-FIND-BAG-LETTER.


       CHECK-BAG-HAS-TILES.
      * Every new tile the turn lays -- a "?" for a blank -- has to
      * still be in the bag; a set only has so many of each letter.
           MOVE "Y" TO WS-BAG-OK
           MOVE SPACE TO WS-BAG-SHORT
           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1 UNTIL WS-BAG-IDX > 27
              MOVE 0 TO WS-BAG-NEED(WS-BAG-IDX)
           END-PERFORM
           PERFORM VARYING WS-COUNTER FROM 1 BY 1 UNTIL
              WS-COUNTER > 60
              IF WS-NEW-TILES(WS-COUNTER:1) = "Y" AND
                 WS-WORD(WS-COUNTER:1) NOT = SPACE THEN
                 MOVE FUNCTION UPPER-CASE(WS-WORD(WS-COUNTER:1)) TO
                    WS-LETTER
                 PERFORM FIND-BAG-LETTER
                 IF WS-BAG-FOUND > 0 THEN
                    ADD 1 TO WS-BAG-NEED(WS-BAG-FOUND)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1 UNTIL WS-BAG-IDX > 27
              IF WS-BAG-NEED(WS-BAG-IDX) > WS-BAG-LEFT(WS-BAG-IDX)
                 THEN
                 MOVE "N" TO WS-BAG-OK
                 MOVE WS-BAG-LETTERS(WS-BAG-IDX:1) TO WS-BAG-SHORT
              END-IF
           END-PERFORM.
       END-CHECK-BAG-HAS-TILES.


       SPEND-BAG-TILES.
           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1 UNTIL WS-BAG-IDX > 27
              SUBTRACT WS-BAG-NEED(WS-BAG-IDX) FROM
                 WS-BAG-LEFT(WS-BAG-IDX)
           END-PERFORM.
       END-SPEND-BAG-TILES.


       CHECK-BOARD-PLACEMENT.
      * The word has to fit on the board from its start square, end
      * against empty squares both sides, agree with every tile it
      * runs over, lay at least one new tile, and either cover the
      * centre star (the first word of the game) or touch a tile
      * already down. Every bonus square claimed has to be under a
      * new tile; a claim left blank takes whatever the board has
      * there. The cross-words the new tiles form face the
      * dictionary and are scored here. Passing, the turn record is
      * rewritten with the squares the tiles really cover.
           MOVE 0 TO WS-NEW-COUNT
           MOVE 1 TO WS-BOARD-MULT
           MOVE SPACES TO WS-NEW-TILES
           MOVE SPACES TO WS-BOARD-BONUS
           MOVE "N" TO WS-CONNECTED
           MOVE "N" TO WS-ON-CENTRE
           COMPUTE WS-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(WS-WORD))
           IF SGF-ROW IS NOT NUMERIC OR SGF-COL IS NOT NUMERIC THEN
              MOVE "START SQUARE OFF THE BOARD" TO WS-BOARD-REASON
           ELSE
              IF SGF-ROW < 1 OR SGF-ROW > 15 OR
                 SGF-COL < 1 OR SGF-COL > 15 THEN
                 MOVE "START SQUARE OFF THE BOARD" TO WS-BOARD-REASON
              END-IF
           END-IF
           IF WS-BOARD-REASON = SPACES AND
              SGF-DIRECTION NOT = "A" AND SGF-DIRECTION NOT = "D" THEN
              MOVE "DIRECTION NOT A OR D" TO WS-BOARD-REASON
           END-IF
           IF WS-BOARD-REASON = SPACES THEN
              IF (SGF-DIRECTION = "A" AND SGF-COL + WS-LENGTH > 16) OR
                 (SGF-DIRECTION = "D" AND SGF-ROW + WS-LENGTH > 16)
                 THEN
                 MOVE "WORD RUNS OFF THE BOARD" TO WS-BOARD-REASON
              ELSE
                 PERFORM CHECK-WORD-ENDS
              END-IF
           END-IF
           IF WS-BOARD-REASON = SPACES THEN
              PERFORM VARYING WS-COUNTER FROM 1 BY 1 UNTIL
                 WS-COUNTER > WS-LENGTH OR
                 WS-BOARD-REASON NOT = SPACES
                 PERFORM CHECK-WORD-SQUARE
              END-PERFORM
           END-IF
           IF WS-BOARD-REASON = SPACES AND WS-NEW-COUNT = 0 THEN
              MOVE "NO NEW TILE LAID" TO WS-BOARD-REASON
           END-IF
           IF WS-BOARD-REASON = SPACES THEN
              IF WS-BOARD-TILES = 0 THEN
                 IF WS-ON-CENTRE = "N" THEN
                    MOVE "FIRST WORD MISSES THE CENTRE" TO
                       WS-BOARD-REASON
                 END-IF
              ELSE
                 IF WS-CONNECTED = "N" THEN
                    MOVE "WORD DOES NOT CONNECT" TO WS-BOARD-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-BOARD-REASON = SPACES AND SGF-WORD-BONUS > 1 AND
              SGF-WORD-BONUS NOT = WS-BOARD-MULT THEN
              MOVE "WORD BONUS NOT ON THE BOARD" TO WS-BOARD-REASON
           END-IF
      * The turn record carries the word multiplier in one digit;
      * three triple-word squares in one word cannot be recorded.
           IF WS-BOARD-REASON = SPACES AND WS-BOARD-MULT > 9 THEN
              MOVE "WORD BONUS BEYOND 9X" TO WS-BOARD-REASON
           END-IF
           IF WS-BOARD-REASON = SPACES THEN
              PERFORM VARYING WS-COUNTER FROM 1 BY 1 UNTIL
                 WS-COUNTER > WS-LENGTH OR
                 WS-BOARD-REASON NOT = SPACES
                 IF WS-NEW-TILES(WS-COUNTER:1) = "Y" THEN
                    PERFORM SCORE-CROSS-WORD
                 END-IF
              END-PERFORM
           END-IF
           IF WS-BOARD-REASON = SPACES THEN
              MOVE WS-WORD TO SGF-WORD
              MOVE WS-BLANKS TO SGF-BLANKS
              MOVE WS-BOARD-BONUS TO SGF-LETTER-BONUS
              MOVE WS-BOARD-MULT TO SGF-WORD-BONUS
           END-IF.
       END-CHECK-BOARD-PLACEMENT.


       SET-WORD-SQUARE.
      * The board square under word position WS-COUNTER.
           IF SGF-DIRECTION = "A" THEN
              MOVE SGF-ROW TO WS-SQ-ROW
              COMPUTE WS-SQ-COL = SGF-COL + WS-COUNTER - 1
           ELSE
              COMPUTE WS-SQ-ROW = SGF-ROW + WS-COUNTER - 1
              MOVE SGF-COL TO WS-SQ-COL
           END-IF.
       END-SET-WORD-SQUARE.


       CHECK-WORD-ENDS.
      * The squares just before and just after the word must be
      * empty, or the word on the board is longer than the one
      * declared.
           IF SGF-DIRECTION = "A" THEN
              IF SGF-COL > 1 THEN
                 IF WS-BOARD-ROW(SGF-ROW)(SGF-COL - 1:1) NOT = SPACE
                    THEN
                    MOVE "WORD RUNS ON INTO TILES DOWN" TO
                       WS-BOARD-REASON
                 END-IF
              END-IF
              IF SGF-COL + WS-LENGTH < 16 THEN
                 IF WS-BOARD-ROW(SGF-ROW)(SGF-COL + WS-LENGTH:1)
                    NOT = SPACE THEN
                    MOVE "WORD RUNS ON INTO TILES DOWN" TO
                       WS-BOARD-REASON
                 END-IF
              END-IF
           ELSE
              IF SGF-ROW > 1 THEN
                 IF WS-BOARD-ROW(SGF-ROW - 1)(SGF-COL:1) NOT = SPACE
                    THEN
                    MOVE "WORD RUNS ON INTO TILES DOWN" TO
                       WS-BOARD-REASON
                 END-IF
              END-IF
              IF SGF-ROW + WS-LENGTH < 16 THEN
                 IF WS-BOARD-ROW(SGF-ROW + WS-LENGTH)(SGF-COL:1)
                    NOT = SPACE THEN
                    MOVE "WORD RUNS ON INTO TILES DOWN" TO
                       WS-BOARD-REASON
                 END-IF
              END-IF
           END-IF.
       END-CHECK-WORD-ENDS.


       CHECK-WORD-SQUARE.
      * One word position against the board. A tile already down
      * must be the same letter, keeps no premium, and is written
      * into the word as it lies -- a blank as "?" with its letter
      * declared, so it scores nothing again. An empty square takes
      * a new tile and whatever premium the board has there.
           PERFORM SET-WORD-SQUARE
           MOVE WS-BOARD-ROW(WS-SQ-ROW)(WS-SQ-COL:1) TO WS-SQUARE
           MOVE WS-PREMIUM-TABLE(WS-SQ-ROW)(WS-SQ-COL:1) TO WS-PREMIUM
           IF WS-SQUARE NOT = SPACE THEN
              IF FUNCTION UPPER-CASE(WS-SQUARE) NOT =
                 FUNCTION UPPER-CASE(WS-DECLARED-WORD(WS-COUNTER:1))
                 THEN
                 MOVE "WORD CLASHES WITH TILES DOWN" TO
                    WS-BOARD-REASON
              ELSE
                 IF SGF-LETTER-BONUS(WS-COUNTER:1) NOT = SPACE THEN
                    MOVE "BONUS CLAIMED UNDER OLD TILE" TO
                       WS-BOARD-REASON
                 END-IF
                 MOVE "Y" TO WS-CONNECTED
                 IF WS-SQUARE IS ALPHABETIC-LOWER THEN
                    MOVE "?" TO WS-WORD(WS-COUNTER:1)
                    MOVE FUNCTION UPPER-CASE(WS-SQUARE) TO
                       WS-BLANKS(WS-COUNTER:1)
                 ELSE
                    MOVE WS-SQUARE TO WS-WORD(WS-COUNTER:1)
                    MOVE SPACE TO WS-BLANKS(WS-COUNTER:1)
                 END-IF
              END-IF
           ELSE
              MOVE "Y" TO WS-NEW-TILES(WS-COUNTER:1)
              ADD 1 TO WS-NEW-COUNT
              IF WS-SQ-ROW = 8 AND WS-SQ-COL = 8 THEN
                 MOVE "Y" TO WS-ON-CENTRE
              END-IF
              EVALUATE WS-PREMIUM
                 WHEN "2" WHEN "3"
                    MOVE WS-PREMIUM TO WS-BOARD-BONUS(WS-COUNTER:1)
                 WHEN "D"
                    COMPUTE WS-BOARD-MULT = WS-BOARD-MULT * 2
                 WHEN "T"
                    COMPUTE WS-BOARD-MULT = WS-BOARD-MULT * 3
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF SGF-LETTER-BONUS(WS-COUNTER:1) NOT = SPACE AND
                 SGF-LETTER-BONUS(WS-COUNTER:1) NOT =
                 WS-BOARD-BONUS(WS-COUNTER:1) THEN
                 MOVE "BONUS CLAIMED NOT ON THE BOARD" TO
                    WS-BOARD-REASON
              END-IF
              PERFORM CHECK-NEW-TILE-NEIGHBOURS
           END-IF.
       END-CHECK-WORD-SQUARE.


       CHECK-NEW-TILE-NEIGHBOURS.
      * A new tile with a tile beside it across the word's own
      * direction forms a cross-word, which connects the play.
           IF SGF-DIRECTION = "A" THEN
              IF WS-SQ-ROW > 1 THEN
                 IF WS-BOARD-ROW(WS-SQ-ROW - 1)(WS-SQ-COL:1)
                    NOT = SPACE THEN
                    MOVE "Y" TO WS-CONNECTED
                 END-IF
              END-IF
              IF WS-SQ-ROW < 15 THEN
                 IF WS-BOARD-ROW(WS-SQ-ROW + 1)(WS-SQ-COL:1)
                    NOT = SPACE THEN
                    MOVE "Y" TO WS-CONNECTED
                 END-IF
              END-IF
           ELSE
              IF WS-SQ-COL > 1 THEN
                 IF WS-BOARD-ROW(WS-SQ-ROW)(WS-SQ-COL - 1:1)
                    NOT = SPACE THEN
                    MOVE "Y" TO WS-CONNECTED
                 END-IF
              END-IF
              IF WS-SQ-COL < 15 THEN
                 IF WS-BOARD-ROW(WS-SQ-ROW)(WS-SQ-COL + 1:1)
                    NOT = SPACE THEN
                    MOVE "Y" TO WS-CONNECTED
                 END-IF
              END-IF
           END-IF.
       END-CHECK-NEW-TILE-NEIGHBOURS.


       SCORE-CROSS-WORD.
      * The run of tiles through the new tile at word position
      * WS-COUNTER, along the other direction. More than the new
      * tile alone makes a cross-word: it must be in the dictionary,
      * and it scores every tile in it with only the new tile's
      * premium square counting, the way the main word's old tiles
      * keep no premium either.
           PERFORM SET-WORD-SQUARE
           IF SGF-DIRECTION = "A" THEN
              MOVE WS-SQ-ROW TO WS-CROSS-AT
           ELSE
              MOVE WS-SQ-COL TO WS-CROSS-AT
           END-IF
           MOVE WS-CROSS-AT TO WS-CROSS-FIRST
           MOVE "N" TO WS-CROSS-DONE
           PERFORM UNTIL WS-CROSS-DONE = "Y"
              IF WS-CROSS-FIRST = 1 THEN
                 MOVE "Y" TO WS-CROSS-DONE
              ELSE
                 COMPUTE WS-CROSS-POS = WS-CROSS-FIRST - 1
                 PERFORM GET-CROSS-SQUARE
                 IF WS-SQUARE = SPACE THEN
                    MOVE "Y" TO WS-CROSS-DONE
                 ELSE
                    MOVE WS-CROSS-POS TO WS-CROSS-FIRST
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-CROSS-AT TO WS-CROSS-LAST
           MOVE "N" TO WS-CROSS-DONE
           PERFORM UNTIL WS-CROSS-DONE = "Y"
              IF WS-CROSS-LAST = 15 THEN
                 MOVE "Y" TO WS-CROSS-DONE
              ELSE
                 COMPUTE WS-CROSS-POS = WS-CROSS-LAST + 1
                 PERFORM GET-CROSS-SQUARE
                 IF WS-SQUARE = SPACE THEN
                    MOVE "Y" TO WS-CROSS-DONE
                 ELSE
                    MOVE WS-CROSS-POS TO WS-CROSS-LAST
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CROSS-LAST > WS-CROSS-FIRST THEN
              MOVE SPACES TO WS-CROSS-WORD
              MOVE 0 TO WS-CROSS-LEN
              MOVE 0 TO WS-CROSS-POINTS
              MOVE 1 TO WS-CROSS-MULT
              PERFORM VARYING WS-CROSS-POS FROM WS-CROSS-FIRST BY 1
                 UNTIL WS-CROSS-POS > WS-CROSS-LAST
                 ADD 1 TO WS-CROSS-LEN
                 IF WS-CROSS-POS = WS-CROSS-AT THEN
                    MOVE FUNCTION UPPER-CASE(
                       WS-DECLARED-WORD(WS-COUNTER:1)) TO
                       WS-CROSS-WORD(WS-CROSS-LEN:1)
                    MOVE FUNCTION UPPER-CASE(WS-WORD(WS-COUNTER:1))
                       TO WS-LETTER
                    IF WS-LETTER = "?" THEN
                       MOVE 0 TO WS-LETTER-SCORE
                    ELSE
                       PERFORM SCORE-ONE-LETTER
                    END-IF
                    MOVE WS-PREMIUM-TABLE(WS-SQ-ROW)(WS-SQ-COL:1) TO
                       WS-PREMIUM
                    EVALUATE WS-PREMIUM
                       WHEN "2"
                          COMPUTE WS-LETTER-SCORE = WS-LETTER-SCORE * 2
                       WHEN "3"
                          COMPUTE WS-LETTER-SCORE = WS-LETTER-SCORE * 3
                       WHEN "D"
                          MOVE 2 TO WS-CROSS-MULT
                       WHEN "T"
                          MOVE 3 TO WS-CROSS-MULT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 ELSE
                    PERFORM GET-CROSS-SQUARE
                    MOVE FUNCTION UPPER-CASE(WS-SQUARE) TO
                       WS-CROSS-WORD(WS-CROSS-LEN:1)
                    IF WS-SQUARE IS ALPHABETIC-LOWER THEN
                       MOVE 0 TO WS-LETTER-SCORE
                    ELSE
                       MOVE WS-SQUARE TO WS-LETTER
                       PERFORM SCORE-ONE-LETTER
                    END-IF
                 END-IF
                 ADD WS-LETTER-SCORE TO WS-CROSS-POINTS
              END-PERFORM
              COMPUTE WS-CROSS-POINTS = WS-CROSS-POINTS * WS-CROSS-MULT
              MOVE WS-WORD TO WS-SAVE-WORD
              MOVE WS-CROSS-WORD TO WS-WORD
              PERFORM CHECK-WORD-IN-DICTIONARY
              MOVE WS-SAVE-WORD TO WS-WORD
              IF WS-WORD-VALID = "N" THEN
                 DISPLAY "TURN #" WS-TURN-COUNT ": CROSS-WORD "
                    FUNCTION TRIM(WS-CROSS-WORD) " NOT IN DICTIONARY"
                 MOVE "CROSS-WORD NOT IN DICTIONARY" TO
                    WS-BOARD-REASON
              ELSE
                 ADD WS-CROSS-POINTS TO WS-CROSS-SCORE
              END-IF
           END-IF.
       END-SCORE-CROSS-WORD.


       GET-CROSS-SQUARE.
      * The board square at WS-CROSS-POS along the cross-word's line
      * through the current new tile.
           IF SGF-DIRECTION = "A" THEN
              MOVE WS-BOARD-ROW(WS-CROSS-POS)(WS-SQ-COL:1) TO WS-SQUARE
           ELSE
              MOVE WS-BOARD-ROW(WS-SQ-ROW)(WS-CROSS-POS:1) TO WS-SQUARE
           END-IF.
       END-GET-CROSS-SQUARE.


       PLACE-TURN-ON-BOARD.
      * The scored turn's new tiles go down: the letter itself, or a
      * blank as its declared letter in lower case.
           COMPUTE WS-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(WS-WORD))
           PERFORM VARYING WS-COUNTER FROM 1 BY 1 UNTIL
              WS-COUNTER > WS-LENGTH
              IF WS-NEW-TILES(WS-COUNTER:1) = "Y" THEN
                 PERFORM SET-WORD-SQUARE
                 IF WS-WORD(WS-COUNTER:1) = "?" THEN
                    MOVE FUNCTION LOWER-CASE(WS-BLANKS(WS-COUNTER:1))
                       TO WS-BOARD-ROW(WS-SQ-ROW)(WS-SQ-COL:1)
                 ELSE
                    MOVE FUNCTION UPPER-CASE(WS-WORD(WS-COUNTER:1))
                       TO WS-BOARD-ROW(WS-SQ-ROW)(WS-SQ-COL:1)
                 END-IF
                 ADD 1 TO WS-BOARD-TILES
              END-IF
           END-PERFORM
           ADD 1 TO WS-BOARD-PLAYS.
       END-PLACE-TURN-ON-BOARD.


       BUILD-DECLARED-WORD.
      * The declared word is the played word with each "?" replaced
      * by the letter the player declared for it; a blank with no
      * time, same walk the batch scorer makes: each word letter
      * consumes a matching tile, a "?" in the word consumes a "?"
      * tile outright, and a letter with nothing left to pay for it
      * makes the whole play impossible. Letters the word runs over
      * on the board are already down and cost the rack nothing.
           MOVE "Y" TO WS-RACK-OK
           MOVE FUNCTION UPPER-CASE(WS-RACK) TO WS-RACK-SCRATCH
           COMPUTE WS-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(WS-WORD))
              MOVE FUNCTION UPPER-CASE(WS-WORD(WS-COUNTER:1)) TO
                 WS-RACK-LETTER
              MOVE "N" TO WS-TILE-FOUND
              IF WS-NEW-TILES(WS-COUNTER:1) NOT = "Y" THEN
                 MOVE "Y" TO WS-TILE-FOUND
              END-IF
              IF WS-RACK-LETTER NOT = "?" THEN
                 PERFORM VARYING WS-RACK-IDX FROM 1 BY 1 UNTIL
                    WS-RACK-IDX > 7 OR WS-TILE-FOUND = "Y"
              MOVE WS-SCORER-COUNT TO WS-SB-FOUND
              MOVE SGF-PLAYER TO WS-SB-PLAYER(WS-SB-FOUND)
              MOVE 0 TO WS-SB-TOTAL(WS-SB-FOUND)
              MOVE "N" TO WS-SB-END-SEEN(WS-SB-FOUND)
              MOVE 0 TO WS-SB-END-VALUE(WS-SB-FOUND)
              MOVE "N" TO WS-SB-OUT(WS-SB-FOUND)
              MOVE 0 TO WS-SB-ADJUST(WS-SB-FOUND)
           END-IF
           IF WS-SB-FOUND > 0 THEN
              ADD WS-TURN-SCORE TO WS-SB-TOTAL(WS-SB-FOUND)


       DECLARE-WINNER.
           PERFORM APPLY-END-RACKS
           DISPLAY " "
           DISPLAY "FINAL TOTALS:"
           MOVE 1 TO WS-WINNER-IDX
       END-DECLARE-WINNER.


       APPLY-END-RACKS.
      * The standard end of game: each player's unplayed tiles come
      * off their own total, and when exactly one player went out,
      * the sum of everybody else's unplayed tiles goes onto theirs.
      * A deduction never takes a total below zero.
           MOVE 0 TO WS-RACK-POOL
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-IDX
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX >
              WS-SCORER-COUNT
              IF WS-SB-OUT(WS-SB-IDX) = "Y" THEN
                 ADD 1 TO WS-OUT-COUNT
                 MOVE WS-SB-IDX TO WS-OUT-IDX
              END-IF
              IF WS-SB-END-VALUE(WS-SB-IDX) > 0 THEN
                 ADD WS-SB-END-VALUE(WS-SB-IDX) TO WS-RACK-POOL
                 IF WS-SB-END-VALUE(WS-SB-IDX) >
                    WS-SB-TOTAL(WS-SB-IDX) THEN
                    MOVE WS-SB-TOTAL(WS-SB-IDX) TO WS-DEDUCT
                 ELSE
                    MOVE WS-SB-END-VALUE(WS-SB-IDX) TO WS-DEDUCT
                 END-IF
                 SUBTRACT WS-DEDUCT FROM WS-SB-TOTAL(WS-SB-IDX)
                 SUBTRACT WS-DEDUCT FROM WS-SB-ADJUST(WS-SB-IDX)
                 DISPLAY "END OF GAME: " WS-SB-PLAYER(WS-SB-IDX)
                    " LOSES " WS-DEDUCT " FOR TILES LEFT ON RACK"
              END-IF
           END-PERFORM
           IF WS-OUT-COUNT = 1 AND WS-RACK-POOL > 0 THEN
              ADD WS-RACK-POOL TO WS-SB-TOTAL(WS-OUT-IDX)
              ADD WS-RACK-POOL TO WS-SB-ADJUST(WS-OUT-IDX)
              DISPLAY "END OF GAME: " WS-SB-PLAYER(WS-OUT-IDX)
                 " WENT OUT AND GAINS " WS-RACK-POOL
           END-IF.
       END-APPLY-END-RACKS.


       RECORD-END-ADJUSTMENTS.
      * The end-of-game deductions and award go onto the end of the
      * night's judged turns as E records, so every replay that
      * folds them over totals each player exactly as posted.
           OPEN EXTEND GAME-TURN-FEED
           IF WS-GAME-STATUS = "05" OR WS-GAME-STATUS = "35"
              CLOSE GAME-TURN-FEED
              OPEN OUTPUT GAME-TURN-FEED
           END-IF
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX >
              WS-SCORER-COUNT
              IF WS-SB-ADJUST(WS-SB-IDX) NOT = 0 THEN
                 MOVE SPACES TO GAME-TURN-FEED-REC
                 MOVE WS-SB-PLAYER(WS-SB-IDX) TO SGF-PLAYER
                 MOVE "E" TO SGF-PLACED
                 MOVE WS-SB-ADJUST(WS-SB-IDX) TO SGF-END-ADJUST
                 WRITE GAME-TURN-FEED-REC
              END-IF
           END-PERFORM
           CLOSE GAME-TURN-FEED.
       END-RECORD-END-ADJUSTMENTS.


       POST-TOTALS-TO-HIGH-SCORES.
      * Game over: every player's final total goes onto the shared
      * leaderboard feed, the way YACHT and DARTS post theirs, so
       END-FOLD-STAGED-TURNS.


       LOAD-BOARD-STATE.
      * The night's game starts from an empty board, or from the
      * board its last posted batch of turns left at this venue.
           MOVE SPACES TO WS-BOARD
           MOVE 0 TO WS-BOARD-TILES
           MOVE "N" TO WS-BOARD-EOF
           OPEN INPUT BOARD-STATE-FILE
           IF WS-BOARD-STATUS = "00" THEN
              PERFORM UNTIL WS-BOARD-EOF = "Y"
                 READ BOARD-STATE-FILE
                    AT END
                       MOVE "Y" TO WS-BOARD-EOF
                    NOT AT END
                       IF SBD-DATE = WS-POST-DATE AND
                          SBD-VENUE = WS-VENUE THEN
                          MOVE SBD-ROWS TO WS-BOARD
                          MOVE SBD-TILES TO WS-BOARD-TILES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOARD-STATE-FILE
           END-IF
           PERFORM FILL-TILE-BAG.
       END-LOAD-BOARD-STATE.


       SAVE-BOARD-STATE.
      * The board as the posted turns left it goes onto the end of
      * the board file under the night and the venue.
           OPEN EXTEND BOARD-STATE-FILE
           IF WS-BOARD-STATUS = "05" OR WS-BOARD-STATUS = "35"
              CLOSE BOARD-STATE-FILE
              OPEN OUTPUT BOARD-STATE-FILE
           END-IF
           MOVE SPACES TO BOARD-STATE-REC
           MOVE WS-POST-DATE TO SBD-DATE
           MOVE WS-VENUE TO SBD-VENUE
           MOVE WS-BOARD-TILES TO SBD-TILES
           MOVE WS-BOARD TO SBD-ROWS
           WRITE BOARD-STATE-REC
           CLOSE BOARD-STATE-FILE.
       END-SAVE-BOARD-STATE.


       DISPLAY-BOARD.
           DISPLAY " "
           DISPLAY "BOARD AFTER TONIGHT'S TURNS (" WS-BOARD-TILES
              " TILES DOWN):"
           PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1 UNTIL
              WS-SHOW-IDX > 15
              MOVE WS-BOARD-ROW(WS-SHOW-IDX) TO WS-SHOW-ROW
              INSPECT WS-SHOW-ROW REPLACING ALL SPACE BY "."
              DISPLAY "   " WS-SHOW-ROW
           END-PERFORM.
       END-DISPLAY-BOARD.


       VALIDATE-PLAYER.
      * The registry holds the one spelling per person, and it is
      * keyed by that spelling now: validation is one direct READ
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
           END-IF
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
                    STRING "SCRABBLE-GAME - " WS-PLAYER
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


       LOAD-DICTIONARY.
      * Pull the allowed-word list in once, upper-cased so the later
      * check isn't a spelling-case argument.
