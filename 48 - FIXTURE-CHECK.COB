           SELECT PLAYED-TURN-FEED ASSIGN TO "SCRABPLYD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLAYED-STATUS.
      * Every no-show found, one record each: the night, the player
      * and the fixture's game. The knockout cup reads it to hand a
      * walkover to the opponent. A rerun of the same night may add
      * the same lines again; readers only ask whether a player is
      * on it for the night.
           SELECT NO-SHOW-FILE ASSIGN TO "NOSHOWS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOSHOW-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 FX-GAME     PIC X(10).
           05 FX-PLAYER-A PIC X(20).
           05 FX-PLAYER-B PIC X(20).
           05 FX-VENUE    PIC X(4).
       FD  YACHT-SCOREFILE.
       01 YACHT-SCOREFILE-REC.
           05 YSF-KEY.
           05 DSF-MODE            PIC X(3).
           05 DSF-REMAINING       PIC 9(4).
       FD  PLAYED-TURN-FEED.
       01 PLAYED-TURN-FEED-REC PIC X(223).
       FD  NO-SHOW-FILE.
       01 NO-SHOW-REC.
           05 NSH-DATE   PIC X(8).
           05 NSH-PLAYER PIC X(20).
           05 NSH-GAME   PIC X(10).
           05 NSH-VENUE  PIC X(4).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
      * The night being checked; left blank, tonight's business date
      * stands in, which is the normal end-of-night call.
       01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
      * Each fixture is checked in the room it was scheduled for;
      * one scheduled without a room is checked at this venue, and
      * the main room stays MAIN.
       01 WS-VENUE PIC X(4) VALUE "MAIN".
       01 WS-CHECK-VENUE PIC X(4).
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-YACHT-STATUS PIC XX.
       01 WS-DARTS-STATUS PIC XX.
       01 WS-PLAYED-STATUS PIC XX.
       01 WS-NOSHOW-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-SCHEDULE-EOF PIC X.
       01 WS-PLAYED-EOF PIC X.
              10 WS-FX-GAME     PIC X(10).
              10 WS-FX-PLAYER-A PIC X(20).
              10 WS-FX-PLAYER-B PIC X(20).
              10 WS-FX-VENUE    PIC X(4).
       01 WS-IDX PIC 999.
      * One check per scheduled player: WS-CHECK-PLAYER is looked for
      * across all three games' filings for the night and WS-SHOWED
                             WS-FX-PLAYER-A(WS-FIXTURE-COUNT)
                          MOVE FX-PLAYER-B TO
                             WS-FX-PLAYER-B(WS-FIXTURE-COUNT)
                          MOVE FX-VENUE TO
                             WS-FX-VENUE(WS-FIXTURE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
       CHECK-EACH-FIXTURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-FIXTURE-COUNT
              MOVE WS-FX-VENUE(WS-IDX) TO WS-CHECK-VENUE
              IF WS-CHECK-VENUE = SPACES THEN
                 MOVE WS-VENUE TO WS-CHECK-VENUE
              END-IF
              MOVE WS-FX-PLAYER-A(WS-IDX) TO WS-CHECK-PLAYER
              PERFORM CHECK-ONE-PLAYER
              MOVE WS-FX-PLAYER-B(WS-IDX) TO WS-CHECK-PLAYER
              DISPLAY "NO-SHOW: " WS-CHECK-PLAYER " ("
                 WS-FX-GAME(WS-IDX) " FIXTURE)"
              PERFORM LOG-NO-SHOW
              PERFORM RECORD-NO-SHOW
           END-IF.
       END-CHECK-ONE-PLAYER.

           ELSE
              MOVE WS-CHECK-PLAYER TO YSF-PLAYER
              MOVE WS-CHECK-DATE TO YSF-GAME-DATE
              MOVE WS-CHECK-VENUE TO YSF-VENUE
              READ YACHT-SCOREFILE
                 INVALID KEY
                    CONTINUE
           ELSE
              MOVE WS-CHECK-PLAYER TO DSF-PLAYER
              MOVE WS-CHECK-DATE TO DSF-SESSION-DATE
              MOVE WS-CHECK-VENUE TO DSF-VENUE
              READ DARTS-SCOREFILE
                 INVALID KEY
                    CONTINUE
       END-LOG-NO-SHOW.


       RECORD-NO-SHOW.
           OPEN EXTEND NO-SHOW-FILE
           IF WS-NOSHOW-STATUS = "05" OR WS-NOSHOW-STATUS = "35"
              CLOSE NO-SHOW-FILE
              OPEN OUTPUT NO-SHOW-FILE
           END-IF
           MOVE WS-CHECK-DATE TO NSH-DATE
           MOVE WS-CHECK-PLAYER TO NSH-PLAYER
           MOVE WS-FX-GAME(WS-IDX) TO NSH-GAME
           MOVE WS-CHECK-VENUE TO NSH-VENUE
           WRITE NO-SHOW-REC
           CLOSE NO-SHOW-FILE.
       END-RECORD-NO-SHOW.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
