       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXTURE-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The league fixture schedule FIXTURE-MAINT keeps; a whole
      * season's round-robin is added to the end of it in one go,
      * and what is already on it is what the clash check runs
      * against.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "LEAGSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDULE-STATUS.
      * The player registry PLAYER-MAINT keeps: the active players
      * are the field for an individual season, and each player's
      * registry venue is where they play at home.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * The team rosters TEAM-MAINT keeps, for a team season: team
      * meets team, and each board pairs the two teams' members in
      * roster order.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEAM-STATUS.
      * The processing calendar: its "L" records are the league
      * nights a season is laid onto, and a night it also marks
      * closed ("C") is passed over.
           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
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
       FD  FIXTURE-SCHEDULE.
       01 FIXTURE-SCHEDULE-REC.
           05 FX-DATE     PIC X(8).
           05 FX-GAME     PIC X(10).
           05 FX-PLAYER-A PIC X(20).
           05 FX-PLAYER-B PIC X(20).
           05 FX-VENUE    PIC X(4).
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  TEAM-MASTER.
       01 TEAM-MASTER-REC.
           05 TM-ID     PIC X(6).
           05 TM-NAME   PIC X(20).
           05 TM-MEMBER PIC X(6) OCCURS 4 TIMES.
       FD  PROCESSING-CALENDAR.
       01 PROCESSING-CALENDAR-REC.
           05 PCL-TYPE PIC X.
           05 PCL-DATE PIC X(8).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * BUILD, what a call with no action given runs, writes the
      * season onto the schedule; PREVIEW shows the same season and
      * writes nothing.
       01 WS-ACTION PIC X(8) VALUE SPACES.
      * REGISTRY, the default, plays every active player against
      * every other; TEAMS plays every team on the rosters against
      * every other.
       01 WS-SOURCE PIC X(8) VALUE SPACES.
      * The game the season is played in: YACHT, DARTS or SCRABBLE.
       01 WS-GAME PIC X(10) VALUE SPACES.
      * The league nights to use, first and last; blank, the season
      * starts the night after tonight and runs as far as the
      * calendar's league nights go.
       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-TO-DATE   PIC X(8) VALUE SPACES.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-PM-STATUS       PIC XX.
       01 WS-TEAM-STATUS     PIC XX.
       01 WS-CAL-STATUS      PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
       01 WS-DATE-NUMERIC PIC 9(8).
      * The registry, loaded whole.
       01 WS-REG-COUNT PIC 999 VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 200 TIMES.
              10 WS-REG-ID     PIC X(6).
              10 WS-REG-NAME   PIC X(20).
              10 WS-REG-ACTIVE PIC X.
              10 WS-REG-VENUE  PIC X(4).
      * The sides in the season -- one player each from the
      * registry, or a team's members board by board -- with their
      * home room and their home and away tallies so far.
       01 WS-SIDE-COUNT PIC 999 VALUE 0.
       01 WS-SIDE-TABLE.
           05 WS-SIDE-ENTRY OCCURS 40 TIMES.
              10 WS-SIDE-NAME   PIC X(20).
              10 WS-SIDE-VENUE  PIC X(4).
              10 WS-SIDE-MEMBER PIC X(20) OCCURS 4 TIMES.
              10 WS-SIDE-HOME   PIC 99.
              10 WS-SIDE-AWAY   PIC 99.
       01 WS-BOARDS PIC 9.
       01 WS-BOARD  PIC 9.
      * The round-robin: an odd field gets a dummy side, and whoever
      * draws it sits the round out. One side stays put and the rest
      * rotate a place each round, so every side meets every other
      * exactly once over (sides - 1) rounds.
       01 WS-PLACES   PIC 99.
       01 WS-ROUNDS   PIC 99.
       01 WS-ROUND    PIC 99.
       01 WS-PAIRS    PIC 99.
       01 WS-ARR-TABLE.
           05 WS-ARR PIC 99 OCCURS 40 TIMES.
       01 WS-SIDE-X  PIC 99.
       01 WS-SIDE-Y  PIC 99.
       01 WS-HOME    PIC 99.
       01 WS-AWAY    PIC 99.
      * The league nights on offer, in date order, and the closed
      * nights they are checked against.
       01 WS-NIGHT-COUNT PIC 999 VALUE 0.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT PIC X(8) OCCURS 200 TIMES.
       01 WS-CLOSED-COUNT PIC 999 VALUE 0.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED PIC X(8) OCCURS 200 TIMES.
       01 WS-NEXT-NIGHT  PIC 999.
       01 WS-ROUND-NIGHT PIC X(8).
       01 WS-NIGHT-CLEAR PIC X.
       01 WS-HOLD-DATE   PIC X(8).
      * The schedule as it stands, for the clash check.
       01 WS-FX-COUNT PIC 9(4) VALUE 0.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 1000 TIMES.
              10 WS-FX-DATE     PIC X(8).
              10 WS-FX-PLAYER-A PIC X(20).
              10 WS-FX-PLAYER-B PIC X(20).
      * One round's fixtures, staged until a night is found that
      * none of its players is already booked on.
       01 WS-RND-COUNT PIC 99 VALUE 0.
       01 WS-RND-TABLE.
           05 WS-RND-ENTRY OCCURS 80 TIMES.
              10 WS-RND-PLAYER-A PIC X(20).
              10 WS-RND-PLAYER-B PIC X(20).
              10 WS-RND-VENUE    PIC X(4).
      * The season as generated, night by night.
       01 WS-NEW-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 1000 TIMES.
              10 WS-NEW-DATE     PIC X(8).
              10 WS-NEW-PLAYER-A PIC X(20).
              10 WS-NEW-PLAYER-B PIC X(20).
              10 WS-NEW-VENUE    PIC X(4).
       01 WS-CHECK-PLAYER PIC X(20).
       01 WS-IDX   PIC 9(4).
       01 WS-IDX2  PIC 9(4).
       01 WS-LIMIT PIC 9(4).
       01 WS-FIRST-NIGHT PIC X(8) VALUE SPACES.
       01 WS-LAST-NIGHT  PIC X(8) VALUE SPACES.
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

       PROCEDURE DIVISION.
       FIXTURE-GEN.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-ACTION = SPACES THEN
              MOVE "BUILD" TO WS-ACTION
           END-IF
           IF WS-SOURCE = SPACES THEN
              MOVE "REGISTRY" TO WS-SOURCE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-SOURCE) TO WS-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-GAME) TO WS-GAME
           PERFORM VALIDATE-GEN-SWITCHES
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-REGISTRY
              IF WS-SOURCE = "TEAMS" THEN
                 PERFORM COLLECT-TEAM-SIDES
              ELSE
                 PERFORM COLLECT-PLAYER-SIDES
              END-IF
              EVALUATE TRUE
                 WHEN WS-SIDE-COUNT < 2
                    MOVE "FEWER THAN TWO SIDES TO SCHEDULE"
                       TO WS-REASON
                 WHEN WS-SIDE-COUNT > 40
                    MOVE "MORE THAN 40 SIDES TO SCHEDULE"
                       TO WS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-LEAGUE-NIGHTS
              PERFORM LOAD-SCHEDULE
              PERFORM BUILD-ROUND-ROBIN
           END-IF
           IF WS-REASON = SPACES AND
              WS-FX-COUNT + WS-NEW-COUNT > 1000 THEN
              MOVE "SCHEDULE WOULD PASS 1000 FIXTURES" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "NO SEASON SCHEDULED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM SHOW-SEASON
              IF WS-ACTION = "BUILD" THEN
                 PERFORM APPEND-SEASON
              END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-FIXTURE-GEN.


       VALIDATE-GEN-SWITCHES.
           EVALUATE TRUE
              WHEN WS-ACTION NOT = "BUILD" AND
                 WS-ACTION NOT = "PREVIEW"
                 MOVE "ACTION MUST BE BUILD OR PREVIEW" TO WS-REASON
              WHEN WS-SOURCE NOT = "REGISTRY" AND
                 WS-SOURCE NOT = "TEAMS"
                 MOVE "SOURCE MUST BE REGISTRY OR TEAMS" TO WS-REASON
              WHEN WS-GAME NOT = "YACHT" AND WS-GAME NOT = "DARTS"
                 AND WS-GAME NOT = "SCRABBLE"
                 MOVE "GAME MUST BE YACHT/DARTS/SCRABBLE" TO WS-REASON
              WHEN WS-FROM-DATE NOT = SPACES AND
                 WS-FROM-DATE IS NOT NUMERIC
                 MOVE "FROM DATE MUST BE YYYYMMDD" TO WS-REASON
              WHEN WS-TO-DATE NOT = SPACES AND
                 WS-TO-DATE IS NOT NUMERIC
                 MOVE "TO DATE MUST BE YYYYMMDD" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON = SPACES AND WS-FROM-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
              COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 1)
              MOVE WS-DATE-NUMERIC TO WS-FROM-DATE
           END-IF.
       END-VALIDATE-GEN-SWITCHES.


       LOAD-REGISTRY.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = "00" THEN
              MOVE "N" TO WS-EOF-SWITCH
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
                       IF WS-REG-COUNT < 200 THEN
                          ADD 1 TO WS-REG-COUNT
                          MOVE PM-ID TO WS-REG-ID(WS-REG-COUNT)
                          MOVE PM-NAME TO WS-REG-NAME(WS-REG-COUNT)
                          MOVE PM-ACTIVE TO
                             WS-REG-ACTIVE(WS-REG-COUNT)
                          MOVE PM-VENUE TO WS-REG-VENUE(WS-REG-COUNT)
                          IF PM-VENUE = SPACES THEN
                             MOVE "MAIN" TO
                                WS-REG-VENUE(WS-REG-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER
           END-IF.
       END-LOAD-REGISTRY.


       COLLECT-PLAYER-SIDES.
      * Every active player is a side of one, at home in their own
      * registry venue.
           MOVE 0 TO WS-SIDE-COUNT
           MOVE 1 TO WS-BOARDS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-REG-COUNT
              IF WS-REG-ACTIVE(WS-IDX) = "Y" THEN
                 ADD 1 TO WS-SIDE-COUNT
                 IF WS-SIDE-COUNT <= 40 THEN
                    MOVE SPACES TO WS-SIDE-ENTRY(WS-SIDE-COUNT)
                    MOVE WS-REG-NAME(WS-IDX) TO
                       WS-SIDE-NAME(WS-SIDE-COUNT)
                    MOVE WS-REG-NAME(WS-IDX) TO
                       WS-SIDE-MEMBER(WS-SIDE-COUNT 1)
                    MOVE WS-REG-VENUE(WS-IDX) TO
                       WS-SIDE-VENUE(WS-SIDE-COUNT)
                    MOVE 0 TO WS-SIDE-HOME(WS-SIDE-COUNT)
                    MOVE 0 TO WS-SIDE-AWAY(WS-SIDE-COUNT)
                 END-IF
              END-IF
           END-PERFORM.
       END-COLLECT-PLAYER-SIDES.


       COLLECT-TEAM-SIDES.
      * Each team's member ids are swapped for their registry names;
      * a member no longer active leaves that board empty, and it
      * is not played that night. The team plays at home in its
      * first active member's venue.
           MOVE 0 TO WS-SIDE-COUNT
           MOVE 4 TO WS-BOARDS
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TEAM-MASTER
           IF WS-TEAM-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TEAM-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-SIDE-COUNT
                       IF WS-SIDE-COUNT <= 40 THEN
                          PERFORM LOAD-ONE-TEAM-SIDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEAM-MASTER
           END-IF.
       END-COLLECT-TEAM-SIDES.


       LOAD-ONE-TEAM-SIDE.
           MOVE SPACES TO WS-SIDE-ENTRY(WS-SIDE-COUNT)
           MOVE TM-NAME TO WS-SIDE-NAME(WS-SIDE-COUNT)
           MOVE 0 TO WS-SIDE-HOME(WS-SIDE-COUNT)
           MOVE 0 TO WS-SIDE-AWAY(WS-SIDE-COUNT)
           PERFORM VARYING WS-BOARD FROM 1 BY 1 UNTIL WS-BOARD > 4
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-REG-COUNT
                 IF TM-MEMBER(WS-BOARD) NOT = SPACES AND
                    WS-REG-ID(WS-IDX) = TM-MEMBER(WS-BOARD) AND
                    WS-REG-ACTIVE(WS-IDX) = "Y" THEN
                    MOVE WS-REG-NAME(WS-IDX) TO
                       WS-SIDE-MEMBER(WS-SIDE-COUNT WS-BOARD)
                    IF WS-SIDE-VENUE(WS-SIDE-COUNT) = SPACES THEN
                       MOVE WS-REG-VENUE(WS-IDX) TO
                          WS-SIDE-VENUE(WS-SIDE-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
      * A team with nobody active left on it drops out of the season.
           IF WS-SIDE-VENUE(WS-SIDE-COUNT) = SPACES THEN
              SUBTRACT 1 FROM WS-SIDE-COUNT
           END-IF.
       END-LOAD-ONE-TEAM-SIDE.


       LOAD-LEAGUE-NIGHTS.
      * The calendar's league nights between the two dates, closed
      * nights struck out, into date order.
           MOVE 0 TO WS-NIGHT-COUNT
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PROCESSING-CALENDAR
           IF WS-CAL-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PROCESSING-CALENDAR
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       EVALUATE PCL-TYPE
                          WHEN "L"
                             IF PCL-DATE IS NUMERIC AND
                                PCL-DATE >= WS-FROM-DATE AND
                                (WS-TO-DATE = SPACES OR
                                 PCL-DATE <= WS-TO-DATE) AND
                                WS-NIGHT-COUNT < 200 THEN
                                ADD 1 TO WS-NIGHT-COUNT
                                MOVE PCL-DATE TO
                                   WS-NIGHT(WS-NIGHT-COUNT)
                             END-IF
                          WHEN "C"
                             IF WS-CLOSED-COUNT < 200 THEN
                                ADD 1 TO WS-CLOSED-COUNT
                                MOVE PCL-DATE TO
                                   WS-CLOSED(WS-CLOSED-COUNT)
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PROCESSING-CALENDAR
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >=
              WS-NIGHT-COUNT
              COMPUTE WS-LIMIT = WS-NIGHT-COUNT - WS-IDX
              PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
                 WS-LIMIT
                 IF WS-NIGHT(WS-IDX2) > WS-NIGHT(WS-IDX2 + 1) THEN
                    MOVE WS-NIGHT(WS-IDX2) TO WS-HOLD-DATE
                    MOVE WS-NIGHT(WS-IDX2 + 1) TO WS-NIGHT(WS-IDX2)
                    MOVE WS-HOLD-DATE TO WS-NIGHT(WS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
      * A night listed twice, or closed, is taken out of the run.
           MOVE SPACES TO WS-HOLD-DATE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-NIGHT-COUNT
              IF WS-NIGHT(WS-IDX) = WS-HOLD-DATE THEN
                 MOVE SPACES TO WS-NIGHT(WS-IDX)
              ELSE
                 MOVE WS-NIGHT(WS-IDX) TO WS-HOLD-DATE
                 PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
                    WS-CLOSED-COUNT
                    IF WS-CLOSED(WS-IDX2) = WS-NIGHT(WS-IDX) THEN
                       MOVE SPACES TO WS-NIGHT(WS-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       END-LOAD-LEAGUE-NIGHTS.


       LOAD-SCHEDULE.
           MOVE 0 TO WS-FX-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FIXTURE-SCHEDULE
           IF WS-SCHEDULE-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ FIXTURE-SCHEDULE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-FX-COUNT < 1000 THEN
                          ADD 1 TO WS-FX-COUNT
                          MOVE FX-DATE TO WS-FX-DATE(WS-FX-COUNT)
                          MOVE FX-PLAYER-A TO
                             WS-FX-PLAYER-A(WS-FX-COUNT)
                          MOVE FX-PLAYER-B TO
                             WS-FX-PLAYER-B(WS-FX-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FIXTURE-SCHEDULE
           END-IF.
       END-LOAD-SCHEDULE.


       BUILD-ROUND-ROBIN.
           MOVE WS-SIDE-COUNT TO WS-PLACES
           IF FUNCTION MOD(WS-PLACES, 2) = 1 THEN
              ADD 1 TO WS-PLACES
           END-IF
           COMPUTE WS-ROUNDS = WS-PLACES - 1
           COMPUTE WS-PAIRS = WS-PLACES / 2
           MOVE 1 TO WS-NEXT-NIGHT
           MOVE 0 TO WS-NEW-COUNT
           PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND >
              WS-ROUNDS OR WS-REASON NOT = SPACES
              PERFORM STAGE-ONE-ROUND
              PERFORM FIND-CLEAR-NIGHT
              IF WS-ROUND-NIGHT = SPACES THEN
                 MOVE "NOT ENOUGH CLASH-FREE LEAGUE NIGHTS"
                    TO WS-REASON
              ELSE
                 PERFORM COMMIT-ONE-ROUND
              END-IF
           END-PERFORM.
       END-BUILD-ROUND-ROBIN.


       STAGE-ONE-ROUND.
      * Place 1 holds side 1 all season; the other places take the
      * remaining sides rotated one further on each round. Place i
      * meets place (places + 1 - i).
           MOVE 1 TO WS-ARR(1)
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX >
              WS-PLACES
              COMPUTE WS-ARR(WS-IDX) = FUNCTION MOD(
                 WS-IDX - 2 + WS-ROUND - 1, WS-PLACES - 1) + 2
           END-PERFORM
           MOVE 0 TO WS-RND-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PAIRS
              MOVE WS-ARR(WS-IDX) TO WS-SIDE-X
              MOVE WS-ARR(WS-PLACES + 1 - WS-IDX) TO WS-SIDE-Y
              IF WS-SIDE-X <= WS-SIDE-COUNT AND
                 WS-SIDE-Y <= WS-SIDE-COUNT THEN
                 PERFORM CHOOSE-HOME-SIDE
                 PERFORM STAGE-ONE-PAIRING
              END-IF
           END-PERFORM.
       END-STAGE-ONE-ROUND.


       CHOOSE-HOME-SIDE.
      * Whichever side has had fewer home fixtures so far is at
      * home; level, odd rounds go to the first-placed side and even
      * rounds to the other, so nobody ends more than a fixture or
      * so out of balance.
           EVALUATE TRUE
              WHEN WS-SIDE-HOME(WS-SIDE-X) < WS-SIDE-HOME(WS-SIDE-Y)
                 MOVE WS-SIDE-X TO WS-HOME
                 MOVE WS-SIDE-Y TO WS-AWAY
              WHEN WS-SIDE-HOME(WS-SIDE-Y) < WS-SIDE-HOME(WS-SIDE-X)
                 MOVE WS-SIDE-Y TO WS-HOME
                 MOVE WS-SIDE-X TO WS-AWAY
              WHEN FUNCTION MOD(WS-ROUND, 2) = 1
                 MOVE WS-SIDE-X TO WS-HOME
                 MOVE WS-SIDE-Y TO WS-AWAY
              WHEN OTHER
                 MOVE WS-SIDE-Y TO WS-HOME
                 MOVE WS-SIDE-X TO WS-AWAY
           END-EVALUATE
           ADD 1 TO WS-SIDE-HOME(WS-HOME)
           ADD 1 TO WS-SIDE-AWAY(WS-AWAY).
       END-CHOOSE-HOME-SIDE.


       STAGE-ONE-PAIRING.
      * One fixture per board both sides can fill, home player
      * first, in the home side's room.
           PERFORM VARYING WS-BOARD FROM 1 BY 1 UNTIL WS-BOARD >
              WS-BOARDS
              IF WS-SIDE-MEMBER(WS-HOME WS-BOARD) NOT = SPACES AND
                 WS-SIDE-MEMBER(WS-AWAY WS-BOARD) NOT = SPACES AND
                 WS-RND-COUNT < 80 THEN
                 ADD 1 TO WS-RND-COUNT
                 MOVE WS-SIDE-MEMBER(WS-HOME WS-BOARD) TO
                    WS-RND-PLAYER-A(WS-RND-COUNT)
                 MOVE WS-SIDE-MEMBER(WS-AWAY WS-BOARD) TO
                    WS-RND-PLAYER-B(WS-RND-COUNT)
                 MOVE WS-SIDE-VENUE(WS-HOME) TO
                    WS-RND-VENUE(WS-RND-COUNT)
              END-IF
           END-PERFORM.
       END-STAGE-ONE-PAIRING.


       FIND-CLEAR-NIGHT.
      * The round goes on the next league night on which none of
      * its players already has a fixture of any game; a night
      * that would double-book someone is passed over.
           MOVE SPACES TO WS-ROUND-NIGHT
           PERFORM UNTIL WS-ROUND-NIGHT NOT = SPACES OR
              WS-NEXT-NIGHT > WS-NIGHT-COUNT
              IF WS-NIGHT(WS-NEXT-NIGHT) NOT = SPACES THEN
                 MOVE "Y" TO WS-NIGHT-CLEAR
                 PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                    WS-RND-COUNT
                    MOVE WS-RND-PLAYER-A(WS-IDX) TO WS-CHECK-PLAYER
                    PERFORM CHECK-NIGHT-CLASH
                    MOVE WS-RND-PLAYER-B(WS-IDX) TO WS-CHECK-PLAYER
                    PERFORM CHECK-NIGHT-CLASH
                 END-PERFORM
                 IF WS-NIGHT-CLEAR = "Y" THEN
                    MOVE WS-NIGHT(WS-NEXT-NIGHT) TO WS-ROUND-NIGHT
                 ELSE
                    DISPLAY "LEAGUE NIGHT " WS-NIGHT(WS-NEXT-NIGHT)
                       " PASSED OVER - A PLAYER IS ALREADY BOOKED"
                 END-IF
              END-IF
              ADD 1 TO WS-NEXT-NIGHT
           END-PERFORM.
       END-FIND-CLEAR-NIGHT.


       CHECK-NIGHT-CLASH.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
              WS-FX-COUNT
              IF WS-FX-DATE(WS-IDX2) = WS-NIGHT(WS-NEXT-NIGHT) AND
                 (WS-FX-PLAYER-A(WS-IDX2) = WS-CHECK-PLAYER OR
                  WS-FX-PLAYER-B(WS-IDX2) = WS-CHECK-PLAYER) THEN
                 MOVE "N" TO WS-NIGHT-CLEAR
              END-IF
           END-PERFORM.
       END-CHECK-NIGHT-CLASH.


       COMMIT-ONE-ROUND.
           IF WS-FIRST-NIGHT = SPACES THEN
              MOVE WS-ROUND-NIGHT TO WS-FIRST-NIGHT
           END-IF
           MOVE WS-ROUND-NIGHT TO WS-LAST-NIGHT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-RND-COUNT
              IF WS-NEW-COUNT < 1000 THEN
                 ADD 1 TO WS-NEW-COUNT
                 MOVE WS-ROUND-NIGHT TO WS-NEW-DATE(WS-NEW-COUNT)
                 MOVE WS-RND-PLAYER-A(WS-IDX) TO
                    WS-NEW-PLAYER-A(WS-NEW-COUNT)
                 MOVE WS-RND-PLAYER-B(WS-IDX) TO
                    WS-NEW-PLAYER-B(WS-NEW-COUNT)
                 MOVE WS-RND-VENUE(WS-IDX) TO
                    WS-NEW-VENUE(WS-NEW-COUNT)
              END-IF
           END-PERFORM.
       END-COMMIT-ONE-ROUND.


       SHOW-SEASON.
           DISPLAY WS-GAME " SEASON - " WS-SIDE-COUNT " SIDES, "
              WS-ROUNDS " ROUNDS, " WS-NEW-COUNT " FIXTURES, "
              WS-FIRST-NIGHT " TO " WS-LAST-NIGHT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-NEW-COUNT
              DISPLAY WS-NEW-DATE(WS-IDX) " "
                 WS-NEW-PLAYER-A(WS-IDX) " VS "
                 WS-NEW-PLAYER-B(WS-IDX) " AT " WS-NEW-VENUE(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-SIDE-COUNT
              DISPLAY WS-SIDE-NAME(WS-IDX) " HOME "
                 WS-SIDE-HOME(WS-IDX) " AWAY " WS-SIDE-AWAY(WS-IDX)
           END-PERFORM
           IF WS-ACTION = "PREVIEW" THEN
              DISPLAY "PREVIEW ONLY - NOTHING WRITTEN TO THE SCHEDULE"
           END-IF.
       END-SHOW-SEASON.


       APPEND-SEASON.
           OPEN EXTEND FIXTURE-SCHEDULE
           IF WS-SCHEDULE-STATUS = "05" OR WS-SCHEDULE-STATUS = "35"
              CLOSE FIXTURE-SCHEDULE
              OPEN OUTPUT FIXTURE-SCHEDULE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-NEW-COUNT
              MOVE WS-NEW-DATE(WS-IDX) TO FX-DATE
              MOVE WS-GAME TO FX-GAME
              MOVE WS-NEW-PLAYER-A(WS-IDX) TO FX-PLAYER-A
              MOVE WS-NEW-PLAYER-B(WS-IDX) TO FX-PLAYER-B
              MOVE WS-NEW-VENUE(WS-IDX) TO FX-VENUE
              WRITE FIXTURE-SCHEDULE-REC
           END-PERFORM
           CLOSE FIXTURE-SCHEDULE.
       END-APPEND-SEASON.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "FIXTURE-GEN - " WS-ACTION " " WS-GAME " "
              WS-SIDE-COUNT " SIDES, " WS-NEW-COUNT " FIXTURES"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "FIXTURE-GEN - REJECTED " WS-ACTION " - "
              WS-REASON
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
           MOVE "FIXTURE-GEN - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "FIXTURE-GEN - RUN END" TO WS-LOG-TEXT
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
