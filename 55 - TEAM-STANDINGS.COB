           SELECT SCRABBLE-DICTIONARY ASSIGN TO "SCRABDICT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DICT-STATUS.
      * The season control SEASON-ROLLOVER keeps: the season under
      * way and the date it started. The table is season to date, so
      * a result filed before that date rolls up nowhere; no control
      * on file means no season has ever been closed and every
      * result on file counts.
           SELECT SEASON-CONTROL ASSIGN TO "SEASONCT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASON-STATUS.
      * The season table as the run left it, one row per team,
      * rewritten every run; SEASON-ROLLOVER files it into the
      * season archive when the season closes.
           SELECT STANDINGS-EXTRACT ASSIGN TO "TSTANDNG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
      * The open scorecard disputes SCORE-DISPUTE keeps; a card on
      * here is under dispute until the adjudicator rules on it.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-MASTER.
           05 SGT-WORD-BONUS   PIC 9.
           05 SGT-BLANKS       PIC X(60).
           05 SGT-RACK         PIC X(7).
      * Board position and verdict: SCRABBLE-GAME marks a turn Y
      * that scored, with its cross-words' points on top of the
      * word's own, N for one it refused, R for a player's rack at
      * the end of play, and E for the end-of-game deduction or
      * award a player came away with.
           05 SGT-ROW          PIC 99.
           05 SGT-COL          PIC 99.
           05 SGT-DIRECTION    PIC X.
           05 SGT-PLACED       PIC X.
           05 SGT-CROSS-SCORE  PIC 9(4).
           05 SGT-END-ADJUST   PIC S9(4) SIGN LEADING SEPARATE.
       FD  SCRABBLE-DICTIONARY.
       01 SCRABBLE-DICTIONARY-REC PIC X(60).
       FD  SEASON-CONTROL.
       01 SEASON-CONTROL-REC.
           05 SC-SEASON-ID  PIC 9(4).
           05 SC-START-DATE PIC X(8).
           05 SC-LAST-ID    PIC 9(4).
           05 SC-LAST-START PIC X(8).
           05 SC-LAST-END   PIC X(8).
       FD  STANDINGS-EXTRACT.
       01 STANDINGS-EXTRACT-REC.
           05 TX-TEAM   PIC X(20).
           05 TX-POINTS PIC 999.
           05 TX-TOTAL  PIC 9(7).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       FD  DISPUTE-FILE.
       01 DISPUTE-REC.
           05 DSP-ID          PIC 9(6).
           05 DSP-GAME        PIC X(5).
           05 DSP-PLAYER      PIC X(20).
           05 DSP-DATE        PIC X(8).
           05 DSP-VENUE       PIC X(4).
           05 FILLER          PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-TEAM-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-DICT-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * The season being rolled up and its first night; a blank
      * start lets every result through.
       01 WS-SEASON-STATUS  PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-SEASON-ID      PIC 9(4) VALUE 1.
       01 WS-SEASON-START   PIC X(8) VALUE SPACES.
      * The rosters, member ids resolved to display names so the
      * game files can be matched directly.
       01 WS-TEAM-COUNT PIC 99 VALUE 0.
       01 WS-LOG-DATE     PIC X(8).
       01 WS-LOG-TIME     PIC X(8).
       01 WS-RUN-ID       PIC X(6) VALUE SPACES.
      * The open disputes, held in storage for the run; a card on
      * here is shown as under dispute instead of being counted.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-DISPUTE-EOF PIC X.
       01 WS-DISPUTE-COUNT PIC 999 VALUE 0.
       01 WS-DISPUTE-TABLE.
           05 WS-DSP-ENTRY OCCURS 100 TIMES.
              10 WS-DSP-GAME   PIC X(5).
              10 WS-DSP-PLAYER PIC X(20).
              10 WS-DSP-DATE   PIC X(8).
              10 WS-DSP-VENUE  PIC X(4).
       01 WS-DSP-IDX PIC 999.
       01 WS-CARD-DISPUTED PIC X.
       01 WS-HELD-COUNT PIC 999 VALUE 0.
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).
       PROCEDURE DIVISION.
       TEAM-STANDINGS.
           PERFORM LOG-RUN-START
           PERFORM LOAD-SEASON-CONTROL
           DISPLAY "TEAM STANDINGS"
           DISPLAY "--------------"
           IF WS-SEASON-START = SPACES THEN
              DISPLAY "SEASON " WS-SEASON-ID
           ELSE
              DISPLAY "SEASON " WS-SEASON-ID " FROM " WS-SEASON-START
           END-IF
           PERFORM LOAD-TEAM-ROSTERS
           PERFORM LOAD-OPEN-DISPUTES
           IF WS-TEAM-COUNT = 0 THEN
              DISPLAY "NO TEAMS ON FILE - NOTHING TO ROLL UP"
           ELSE
                 PERFORM SCORE-EACH-TEAM-NIGHT
                 PERFORM DISPLAY-SEASON-TABLE
              END-IF
              IF WS-HELD-COUNT > 0 THEN
                 DISPLAY "RESULTS UNDER DISPUTE (NOT COUNTED): "
                    WS-HELD-COUNT
              END-IF
           END-IF
           PERFORM WRITE-STANDINGS-EXTRACT
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-TEAM-STANDINGS.


       LOAD-SEASON-CONTROL.
      * The season under way and the night it opened; with no control
      * on file the table runs as season one from the first result.
           MOVE 1 TO WS-SEASON-ID
           MOVE SPACES TO WS-SEASON-START
           OPEN INPUT SEASON-CONTROL
           IF WS-SEASON-STATUS = "00" THEN
              READ SEASON-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SC-SEASON-ID IS NUMERIC THEN
                       MOVE SC-SEASON-ID TO WS-SEASON-ID
                       MOVE SC-START-DATE TO WS-SEASON-START
                    END-IF
              END-READ
              CLOSE SEASON-CONTROL
           END-IF.
       END-LOAD-SEASON-CONTROL.


       LOAD-TEAM-ROSTERS.
      * Teams in, then each member id swapped for its registry
      * display name; an id the registry doesn't know rolls up
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM CHECK-GAME-COMPLETE
                       PERFORM CHECK-YACHT-DISPUTED
                       IF WS-GAME-COMPLETE = "Y" AND
                          WS-CARD-DISPUTED = "Y" AND
                          YSF-GAME-DATE NOT < WS-SEASON-START THEN
                          ADD 1 TO WS-HELD-COUNT
                       ELSE
                       IF WS-GAME-COMPLETE = "Y" AND
                          YSF-GAME-DATE NOT < WS-SEASON-START AND
                          WS-RESULT-COUNT < 500 THEN
                          ADD 1 TO WS-RESULT-COUNT
                          MOVE YSF-PLAYER TO
                          MOVE WS-GAME-TOTAL TO
                             WS-RES-POINTS(WS-RESULT-COUNT)
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YACHT-SCOREFILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM CHECK-DARTS-DISPUTED
                       IF DSF-CLOSED = "Y" AND
                          WS-CARD-DISPUTED = "Y" AND
                          DSF-SESSION-DATE NOT < WS-SEASON-START THEN
                          ADD 1 TO WS-HELD-COUNT
                       ELSE
                       IF DSF-CLOSED = "Y" AND
                          DSF-SESSION-DATE NOT < WS-SEASON-START AND
                          WS-RESULT-COUNT < 500 THEN
                          ADD 1 TO WS-RESULT-COUNT
                          MOVE DSF-PLAYER TO
                          MOVE DSF-TOTAL TO
                             WS-RES-POINTS(WS-RESULT-COUNT)
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DARTS-SCOREFILE
       END-COLLECT-DARTS-RESULTS.


       LOAD-OPEN-DISPUTES.
      * The marker record leading the file has no game on it and
      * falls out of the table on its own. No file on disk just
      * means nothing has ever been disputed.
           MOVE 0 TO WS-DISPUTE-COUNT
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
                       IF DSP-GAME NOT = SPACES AND
                          WS-DISPUTE-COUNT < 100 THEN
                          ADD 1 TO WS-DISPUTE-COUNT
                          MOVE DSP-GAME TO
                             WS-DSP-GAME(WS-DISPUTE-COUNT)
                          MOVE DSP-PLAYER TO
                             WS-DSP-PLAYER(WS-DISPUTE-COUNT)
                          MOVE DSP-DATE TO
                             WS-DSP-DATE(WS-DISPUTE-COUNT)
                          MOVE DSP-VENUE TO
                             WS-DSP-VENUE(WS-DISPUTE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.
       END-LOAD-OPEN-DISPUTES.


       CHECK-YACHT-DISPUTED.
           MOVE "N" TO WS-CARD-DISPUTED
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1 UNTIL
              WS-DSP-IDX > WS-DISPUTE-COUNT
              IF WS-DSP-GAME(WS-DSP-IDX) = "YACHT" AND
                 WS-DSP-PLAYER(WS-DSP-IDX) = YSF-PLAYER AND
                 WS-DSP-DATE(WS-DSP-IDX) = YSF-GAME-DATE AND
                 WS-DSP-VENUE(WS-DSP-IDX) = YSF-VENUE THEN
                 MOVE "Y" TO WS-CARD-DISPUTED
              END-IF
           END-PERFORM.
       END-CHECK-YACHT-DISPUTED.


       CHECK-DARTS-DISPUTED.
           MOVE "N" TO WS-CARD-DISPUTED
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1 UNTIL
              WS-DSP-IDX > WS-DISPUTE-COUNT
              IF WS-DSP-GAME(WS-DSP-IDX) = "DARTS" AND
                 WS-DSP-PLAYER(WS-DSP-IDX) = DSF-PLAYER AND
                 WS-DSP-DATE(WS-DSP-IDX) = DSF-SESSION-DATE AND
                 WS-DSP-VENUE(WS-DSP-IDX) = DSF-VENUE THEN
                 MOVE "Y" TO WS-CARD-DISPUTED
              END-IF
           END-PERFORM.
       END-CHECK-DARTS-DISPUTED.


       COLLECT-SCRABBLE-RESULTS.
      * Replays the posted scrabble turns with the same arithmetic
      * and dictionary check the reconciliation applies, one


       FLUSH-SCRABBLE-SEGMENT.
      * A game posted before the season opened banks nothing.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX >
              WS-SCORER-COUNT
              IF WS-RESULT-COUNT < 500 AND
                 WS-SEG-DATE NOT < WS-SEASON-START THEN
                 ADD 1 TO WS-RESULT-COUNT
                 MOVE WS-SB-PLAYER(WS-SB-IDX) TO
                    WS-RES-PLAYER(WS-RESULT-COUNT)


       REPLAY-SCRABBLE-TURN.
      * A turn that failed the dictionary check, or was refused on
      * the board, never scored on game night, so it doesn't count
      * here either, while end-of-game rack adjustments count as
      * posted; the roster match
      * later stands in for the registry check, since only rostered
      * names roll up anything.
           IF SGT-PLACED = "E" THEN
              MOVE 0 TO WS-TURN-SCORE
              PERFORM POST-TO-SCOREBOARD
              IF WS-SB-FOUND > 0 THEN
                 ADD SGT-END-ADJUST TO WS-SB-TOTAL(WS-SB-FOUND)
              END-IF
           ELSE
           MOVE SGT-WORD TO WS-WORD
           MOVE SGT-BLANKS TO WS-BLANKS
           PERFORM BUILD-DECLARED-WORD
           MOVE WS-DECLARED-WORD TO WS-WORD
           PERFORM CHECK-WORD-IN-DICTIONARY
           MOVE SGT-WORD TO WS-WORD
           IF WS-WORD-VALID = "N" OR
              SGT-PLACED = "N" OR SGT-PLACED = "R" THEN
              CONTINUE
           ELSE
              MOVE SGT-LETTER-BONUS TO WS-LETTER-BONUS
                 MOVE SGT-WORD-BONUS TO WS-WORD-BONUS
              END-IF
              PERFORM SCORE-REPLAYED-WORD
              IF SGT-PLACED = "Y" THEN
                 ADD SGT-CROSS-SCORE TO WS-TURN-SCORE
              END-IF
              PERFORM POST-TO-SCOREBOARD
           END-IF
           END-IF.
       END-REPLAY-SCRABBLE-TURN.

       END-DISPLAY-SEASON-TABLE.


       WRITE-STANDINGS-EXTRACT.
      * The season table out to the extract, replacing last run's; a
      * run with nothing to roll up leaves it empty, so a season that
      * never got going files no rows.
           OPEN OUTPUT STANDINGS-EXTRACT
           IF WS-RESULT-COUNT > 0 THEN
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-TEAM-COUNT
                 MOVE WS-TT-NAME(WS-IDX) TO TX-TEAM
                 MOVE WS-SEA-POINTS(WS-IDX) TO TX-POINTS
                 MOVE WS-SEA-TOTAL(WS-IDX) TO TX-TOTAL
                 WRITE STANDINGS-EXTRACT-REC
              END-PERFORM
           END-IF
           CLOSE STANDINGS-EXTRACT.
       END-WRITE-STANDINGS-EXTRACT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
