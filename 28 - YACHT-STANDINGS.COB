           SELECT BADGE-MASTER ASSIGN TO "BADGEMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BADGE-STATUS.
      * The season control SEASON-ROLLOVER keeps: the season under
      * way and the date it started. The standings are season to
      * date, so a card filed before that date ranks nowhere; no
      * control on file means no season has ever been closed and
      * every card on file counts.
           SELECT SEASON-CONTROL ASSIGN TO "SEASONCT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASON-STATUS.
      * The season table as the run left it, one row per player in
      * ranked order, rewritten every run; SEASON-ROLLOVER files it
      * into the season archive when the season closes.
           SELECT STANDINGS-EXTRACT ASSIGN TO "YSTANDNG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTLS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTLTOT-STATUS.
      * The open scorecard disputes SCORE-DISPUTE keeps; a card on
      * here is under dispute until the adjudicator rules on it.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 BM-PLAYER PIC X(20).
           05 BM-BADGE  PIC X(15).
           05 BM-DATE   PIC X(8).
       FD  SEASON-CONTROL.
       01 SEASON-CONTROL-REC.
           05 SC-SEASON-ID  PIC 9(4).
           05 SC-START-DATE PIC X(8).
           05 SC-LAST-ID    PIC 9(4).
           05 SC-LAST-START PIC X(8).
           05 SC-LAST-END   PIC X(8).
       FD  STANDINGS-EXTRACT.
       01 STANDINGS-EXTRACT-REC.
           05 YX-PLAYER PIC X(20).
           05 YX-WINS   PIC 999.
           05 YX-LOSSES PIC 999.
           05 YX-POINTS PIC 9(6).
           05 YX-BADGES PIC 999.
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
           05 CTL-FILE  PIC X(8).
           05 CTL-COUNT PIC 9(6).
           05 CTL-SUM   PIC 9(10).
       FD  DISPUTE-FILE.
       01 DISPUTE-REC.
           05 DSP-ID          PIC 9(6).
           05 DSP-GAME        PIC X(5).
           05 DSP-PLAYER      PIC X(20).
           05 DSP-DATE        PIC X(8).
           05 DSP-VENUE       PIC X(4).
           05 FILLER          PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-SCOREFILE-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
      * venue together, the consolidated all-venues view.
       01 WS-VENUE PIC X(4) VALUE SPACES.
       01 WS-SCOREFILE-EOF PIC X VALUE "N".
      * The season being ranked and its first night; a blank start
      * lets every card through.
       01 WS-SEASON-STATUS  PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-SEASON-ID      PIC 9(4) VALUE 1.
       01 WS-SEASON-START   PIC X(8) VALUE SPACES.
       01 WS-CAT-INDEX PIC 99.
       01 WS-GAME-COMPLETE PIC X.
       01 WS-GAME-TOTAL PIC 9(4).
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
      * Completed cards held back from the ranking while their
      * dispute is open, listed under the table so the gap shows.
       01 WS-HELD-COUNT PIC 99 VALUE 0.
       01 WS-HELD-LIST.
           05 WS-HELD-ENTRY OCCURS 50 TIMES.
              10 WS-HELD-PLAYER PIC X(20).
              10 WS-HELD-DATE   PIC X(8).
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).
      * before a single card is ranked; the night run against a
      * stale DARTSSCR is the night this check exists for.
           PERFORM VERIFY-YACHTSCR-CONTROL
           PERFORM LOAD-SEASON-CONTROL
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM COLLECT-COMPLETED-GAMES
           IF WS-GAME-COUNT = 0 THEN
              DISPLAY "NO COMPLETED SCORECARDS ON FILE - "
              PERFORM SORT-STANDINGS
              PERFORM DISPLAY-STANDINGS
           END-IF
           PERFORM SHOW-DISPUTED-CARDS
           PERFORM WRITE-STANDINGS-EXTRACT
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-LOAD-CONTROL-TOTALS.


       LOAD-SEASON-CONTROL.
      * The season under way and the night it opened; with no control
      * on file the standings run as season one from the first card.
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


       COLLECT-COMPLETED-GAMES.
      * Walk the whole scorecard file front to back and pull every
      * completed card (all twelve slots scored) into the game list
                    AT END
                       MOVE "Y" TO WS-SCOREFILE-EOF
                    NOT AT END
                       IF (WS-VENUE NOT = SPACES AND
                          YSF-VENUE NOT = WS-VENUE) OR
                          YSF-GAME-DATE < WS-SEASON-START THEN
                          CONTINUE
                       ELSE
                       PERFORM CHECK-GAME-COMPLETE
                       PERFORM CHECK-YACHT-DISPUTED
                       IF WS-GAME-COMPLETE = "Y" AND
                          WS-CARD-DISPUTED = "Y" THEN
                          IF WS-HELD-COUNT < 50 THEN
                             ADD 1 TO WS-HELD-COUNT
                             MOVE YSF-PLAYER TO
                                WS-HELD-PLAYER(WS-HELD-COUNT)
                             MOVE YSF-GAME-DATE TO
                                WS-HELD-DATE(WS-HELD-COUNT)
                          END-IF
                       ELSE
                       IF WS-GAME-COMPLETE = "Y" AND
                          WS-GAME-COUNT < 500 THEN
                          ADD 1 TO WS-GAME-COUNT
                          ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YACHT-SCOREFILE
       END-COLLECT-COMPLETED-GAMES.


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


       CHECK-GAME-COMPLETE.
      * Same completeness-and-total walk YACHT itself does when a card
      * fills: the card is done once every one of the twelve slots has

       DISPLAY-STANDINGS.
           DISPLAY " "
           IF WS-SEASON-START = SPACES THEN
              DISPLAY "SEASON STANDINGS - SEASON " WS-SEASON-ID
           ELSE
              DISPLAY "SEASON STANDINGS - SEASON " WS-SEASON-ID
                 " FROM " WS-SEASON-START
           END-IF
           DISPLAY "PLAYER                  WINS  LOSSES  POINTS"
              "  BADGES"
           DISPLAY "--------------------  ------  ------  ------"
       END-DISPLAY-STANDINGS.


       SHOW-DISPUTED-CARDS.
      * A finished card with a dispute open against it is neither
      * ranked nor counted as in play; it is named here so nobody
      * mistakes its absence from the table for a lost card.
           IF WS-HELD-COUNT > 0 THEN
              DISPLAY " "
              DISPLAY "UNDER DISPUTE (NOT RANKED):"
              PERFORM VARYING WS-DSP-IDX FROM 1 BY 1 UNTIL
                 WS-DSP-IDX > WS-HELD-COUNT
                 DISPLAY "  " WS-HELD-PLAYER(WS-DSP-IDX) "  "
                    WS-HELD-DATE(WS-DSP-IDX)
              END-PERFORM
           END-IF.
       END-SHOW-DISPUTED-CARDS.


       WRITE-STANDINGS-EXTRACT.
      * The ranked table out to the extract, replacing last run's; a
      * run with nothing to rank leaves it empty, so a season that
      * never got going files no rows.
           OPEN OUTPUT STANDINGS-EXTRACT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-STAND-COUNT
              PERFORM COUNT-PLAYER-BADGES
              MOVE WS-STAND-PLAYER(WS-IDX) TO YX-PLAYER
              MOVE WS-STAND-WINS(WS-IDX) TO YX-WINS
              MOVE WS-STAND-LOSSES(WS-IDX) TO YX-LOSSES
              MOVE WS-STAND-POINTS(WS-IDX) TO YX-POINTS
              MOVE WS-BADGE-TALLY TO YX-BADGES
              WRITE STANDINGS-EXTRACT-REC
           END-PERFORM
           CLOSE STANDINGS-EXTRACT.
       END-WRITE-STANDINGS-EXTRACT.


       COUNT-PLAYER-BADGES.
      * How many awards the badge master holds for the WS-IDX season
      * row's player; the master's marker record can never match a
