       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTS-SHEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's filings for all three games: yacht cards and
      * dart sessions on the live files, and the scrabble game
      * totals SCRABBLE-GAME posts to the leaderboard, which land
      * on the board history or, once that is full, its overflow.
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
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SCORE-OVERFLOW ASSIGN TO "SCOREOVF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVERFLOW-STATUS.
      * What the night's placings are judged with, the same as the
      * standings: open disputes hold a card out, and the handicap
      * master gives the mixed division its adjusted placing.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT HANDICAP-MASTER ASSIGN TO "HNDCPMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HANDICAP-STATUS.
      * Badges BADGE-AWARDS dated the night, the ratings master
      * RATINGS-LADDER moves, and the no-shows FIXTURE-CHECK
      * records; the fixture schedule places a no-show filed
      * before the venue was kept on it.
           SELECT BADGE-MASTER ASSIGN TO "BADGEMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BADGE-STATUS.
           SELECT RATINGS-MASTER ASSIGN TO "RATINGMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.
           SELECT NO-SHOW-FILE ASSIGN TO "NOSHOWS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOSHOW-STATUS.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "LEAGSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDULE-STATUS.
      * The sheet itself: one printed page per venue, each padded
      * out to a full page so a venue's sheet tears off on its own.
      * Rewritten on every run.
           SELECT RESULTS-SHEET-FILE ASSIGN TO "RESULTSH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHEET-STATUS.
      * The distribution register: one line for every report the
      * night produces, saying where it goes and, once someone
      * has signed for it at REPORT-PICKUP, who took it and when.
           SELECT DISTRIBUTION-REGISTER ASSIGN TO "DISTREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTREG-STATUS.
      * The report just written, read back only to count its lines.
           SELECT DISTRIBUTION-COUNT ASSIGN USING WS-DIST-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTCNT-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           SELECT DAILY-OPERATIONS-LOG ASSIGN TO "DAILYOPS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DAILYLOG-STATUS.
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  DISPUTE-FILE.
       01 DISPUTE-REC.
           05 DSP-ID          PIC 9(6).
           05 DSP-GAME        PIC X(5).
           05 DSP-PLAYER      PIC X(20).
           05 DSP-DATE        PIC X(8).
           05 DSP-VENUE       PIC X(4).
           05 FILLER          PIC X(60).
       FD  HANDICAP-MASTER.
       01 HANDICAP-MASTER-REC.
           05 HM-PLAYER    PIC X(20).
           05 HM-GAMES     PIC 9(4).
           05 HM-AVERAGE   PIC 9(4).
           05 HM-HANDICAP  PIC 9(4).
           05 HM-CALC-DATE PIC X(8).
       FD  BADGE-MASTER.
       01 BADGE-MASTER-REC.
           05 BM-PLAYER PIC X(20).
           05 BM-BADGE  PIC X(15).
           05 BM-DATE   PIC X(8).
      * RM-MOVED-ON is the last night the player's rating moved and
      * RM-BEFORE-MOVE the rating they took into it.
       FD  RATINGS-MASTER.
       01 RATINGS-MASTER-REC.
           05 RM-PLAYER      PIC X(20).
           05 RM-RATING      PIC 9(4).
           05 RM-GAMES       PIC 9(4).
           05 RM-MOVED-ON    PIC X(8).
           05 RM-BEFORE-MOVE PIC 9(4).
       FD  NO-SHOW-FILE.
       01 NO-SHOW-REC.
           05 NSH-DATE   PIC X(8).
           05 NSH-PLAYER PIC X(20).
           05 NSH-GAME   PIC X(10).
           05 NSH-VENUE  PIC X(4).
       FD  FIXTURE-SCHEDULE.
       01 FIXTURE-SCHEDULE-REC.
           05 FX-DATE     PIC X(8).
           05 FX-GAME     PIC X(10).
           05 FX-PLAYER-A PIC X(20).
           05 FX-PLAYER-B PIC X(20).
           05 FX-VENUE    PIC X(4).
       FD  RESULTS-SHEET-FILE.
       01 RESULTS-SHEET-REC PIC X(80).
      * DRG-PATIENT is Y on a report that names patients; those
      * head the morning list of reports not yet collected. The
      * collected fields stay blank until the report is signed for.
       FD  DISTRIBUTION-REGISTER.
       01 DISTRIBUTION-REGISTER-REC.
           05 DRG-RUN-ID       PIC X(6).
           05 DRG-BUSI-DATE    PIC X(8).
           05 DRG-REPORT       PIC X(8).
           05 DRG-PROGRAM      PIC X(20).
           05 DRG-LINES        PIC 9(6).
           05 DRG-PAGES        PIC 9(4).
           05 DRG-DESTINATION  PIC X(12).
           05 DRG-PATIENT      PIC X.
           05 DRG-PRODUCED-ON  PIC X(8).
           05 DRG-PRODUCED-AT  PIC X(6).
           05 DRG-COLLECTED-BY PIC X(10).
           05 DRG-COLLECTED-ON PIC X(8).
           05 DRG-COLLECTED-AT PIC X(6).
       FD  DISTRIBUTION-COUNT.
       01 DISTRIBUTION-COUNT-REC PIC X(250).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * The night and the venue the sheet is for. A blank night is
      * tonight's business date; a blank venue prints a page for
      * every venue with anything filed for the night.
       01 WS-SHEET-DATE PIC X(8) VALUE SPACES.
       01 WS-VENUE      PIC X(4) VALUE SPACES.
      * A fixture scheduled without a room was checked in the main
      * room, as FIXTURE-CHECK does.
       01 WS-MAIN-VENUE PIC X(4) VALUE "MAIN".
       01 WS-YACHT-STATUS    PIC XX.
       01 WS-DARTS-STATUS    PIC XX.
       01 WS-HISTORY-STATUS  PIC XX.
       01 WS-OVERFLOW-STATUS PIC XX.
       01 WS-DISPUTE-STATUS  PIC XX.
       01 WS-HANDICAP-STATUS PIC XX.
       01 WS-BADGE-STATUS    PIC XX.
       01 WS-RATING-STATUS   PIC XX.
       01 WS-NOSHOW-STATUS   PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-SHEET-STATUS    PIC XX.
       01 WS-EOF-SWITCH      PIC X.
      * The venues getting a page, in the order first seen.
       01 WS-VENUE-COUNT PIC 99 VALUE 0.
       01 WS-VENUE-TABLE.
           05 WS-VN-CODE PIC X(4) OCCURS 50 TIMES.
       01 WS-VN-IDX      PIC 99.
       01 WS-NOTE-VENUE  PIC X(4).
       01 WS-PAGE-VENUE  PIC X(4).
      * The night's completed yacht cards, with the upper-section
      * figures the bonus is judged on; a card under dispute is
      * printed but held out of the placings.
       01 WS-CARD-COUNT PIC 999 VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CD-ENTRY OCCURS 200 TIMES.
              10 WS-CD-PLAYER PIC X(20).
              10 WS-CD-VENUE  PIC X(4).
              10 WS-CD-UPPER  PIC 999.
              10 WS-CD-BONUS  PIC 99.
              10 WS-CD-TOTAL  PIC 9(4).
              10 WS-CD-HELD   PIC X.
      * The night's closed dart sessions.
       01 WS-SESS-COUNT PIC 999 VALUE 0.
       01 WS-SESS-TABLE.
           05 WS-SS-ENTRY OCCURS 200 TIMES.
              10 WS-SS-PLAYER PIC X(20).
              10 WS-SS-VENUE  PIC X(4).
              10 WS-SS-MODE   PIC X(3).
              10 WS-SS-THROWS PIC 99.
              10 WS-SS-TOTAL  PIC 9(4).
      * Each scrabble player's game total for the night.
       01 WS-WORD-COUNT PIC 999 VALUE 0.
       01 WS-WORD-TABLE.
           05 WS-WG-ENTRY OCCURS 200 TIMES.
              10 WS-WG-PLAYER PIC X(20).
              10 WS-WG-VENUE  PIC X(4).
              10 WS-WG-SCORE  PIC 9(4).
      * Badges dated the night.
       01 WS-BADGE-COUNT PIC 999 VALUE 0.
       01 WS-BADGE-TABLE.
           05 WS-BG-ENTRY OCCURS 200 TIMES.
              10 WS-BG-PLAYER PIC X(20).
              10 WS-BG-BADGE  PIC X(15).
      * Ratings that moved on the night, and how far the ladder has
      * been taken -- a night not yet rated has no movements to
      * show, and the sheet says so.
       01 WS-MOVE-COUNT PIC 999 VALUE 0.
       01 WS-MOVE-TABLE.
           05 WS-MV-ENTRY OCCURS 200 TIMES.
              10 WS-MV-PLAYER PIC X(20).
              10 WS-MV-BEFORE PIC 9(4).
              10 WS-MV-AFTER  PIC 9(4).
       01 WS-LAST-RATED    PIC X(8) VALUE SPACES.
       01 WS-RATING-MARKER PIC X(20) VALUE "*** LAST RATED".
      * The night's no-shows, placed at a venue.
       01 WS-NOSHOW-COUNT PIC 999 VALUE 0.
       01 WS-NOSHOW-TABLE.
           05 WS-NS-ENTRY OCCURS 200 TIMES.
              10 WS-NS-PLAYER PIC X(20).
              10 WS-NS-GAME   PIC X(10).
              10 WS-NS-VENUE  PIC X(4).
       01 WS-FIXTURE-COUNT PIC 999 VALUE 0.
       01 WS-FIXTURE-TABLE.
           05 WS-FX-ENTRY OCCURS 200 TIMES.
              10 WS-FX-GAME     PIC X(10).
              10 WS-FX-PLAYER-A PIC X(20).
              10 WS-FX-PLAYER-B PIC X(20).
              10 WS-FX-VENUE    PIC X(4).
       01 WS-FX-IDX PIC 999.
      * Open disputes and handicaps, held for the run.
       01 WS-DISPUTE-COUNT PIC 999 VALUE 0.
       01 WS-DISPUTE-TABLE.
           05 WS-DSP-ENTRY OCCURS 100 TIMES.
              10 WS-DSP-GAME   PIC X(5).
              10 WS-DSP-PLAYER PIC X(20).
              10 WS-DSP-DATE   PIC X(8).
              10 WS-DSP-VENUE  PIC X(4).
       01 WS-DSP-IDX PIC 999.
       01 WS-CARD-DISPUTED PIC X.
       01 WS-HCP-COUNT PIC 999 VALUE 0.
       01 WS-HCP-TABLE.
           05 WS-HCP-ENTRY OCCURS 200 TIMES.
              10 WS-HCP-PLAYER   PIC X(20).
              10 WS-HCP-HANDICAP PIC 9(4).
       01 WS-HCP-IDX    PIC 999.
       01 WS-PLAYER-HCP PIC 9(4).
      * Card-completeness walk, same arithmetic the standings use.
       01 WS-CAT-INDEX PIC 99.
       01 WS-GAME-COMPLETE PIC X.
       01 WS-GAME-TOTAL PIC 9(4).
       01 WS-UPPER-TOTAL PIC 999.
       01 WS-UPPER-BONUS PIC 99.
      * One venue's placings, ranked the way the standings rank a
      * night: 4-3-2-1 placing points on the raw totals, and again
      * on total-plus-handicap.
       01 WS-NIGHT-COUNT PIC 99.
       01 WS-NIGHT-TABLE.
           05 WS-NT-ENTRY OCCURS 50 TIMES.
              10 WS-NT-PLAYER   PIC X(20).
              10 WS-NT-RAW      PIC 9(4).
              10 WS-NT-ADJUSTED PIC 9(5).
       01 WS-NT-IDX PIC 99.
       01 WS-NT-HOLD.
           05 WS-NT-HOLD-PLAYER   PIC X(20).
           05 WS-NT-HOLD-RAW      PIC 9(4).
           05 WS-NT-HOLD-ADJUSTED PIC 9(5).
       01 WS-NT-SWAPPED PIC X.
       01 WS-RAW-POINTS PIC 9.
       01 WS-ADJ-POINTS PIC 9.
       01 WS-ADJ-RANK   PIC 99.
       01 WS-IDX        PIC 999.
       01 WS-IDX2       PIC 99.
       01 WS-BEST-POINTS PIC 9(4).
       01 WS-BEST-PLAYER PIC X(20).
       01 WS-TIE-FLAG    PIC X.
       01 WS-PLAYERS-HERE PIC 99.
      * Whether WS-LOOK-PLAYER filed anything at WS-PAGE-VENUE on
      * the night: a badge or a rating move goes on the page of the
      * venue the player played at.
       01 WS-LOOK-PLAYER PIC X(20).
       01 WS-PLAYED-HERE PIC X.
      * Page building.
       01 WS-SHEET-PAGE  PIC 999 VALUE 0.
       01 WS-PAGE-LINES  PIC 9(4) VALUE 0.
       01 WS-SECTION-LINES PIC 999.
       01 WS-SHEET-SCORE PIC 9(4).
       01 WS-ED-PLACE    PIC Z9.
       01 WS-ED-SWING    PIC ZZZ9.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
      * warning, R reject, E error -- and every run brackets itself
      * with a RUN START / RUN END pair.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-BUSI-STATUS  PIC XX.
       01 WS-BUSI-DATE    PIC X(8) VALUE SPACES.
       01 WS-LOG-DATE     PIC X(8).
       01 WS-LOG-TIME     PIC X(8).
       01 WS-RUN-ID       PIC X(6) VALUE SPACES.
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).
      * Distribution register: the report being registered, where
      * it goes, whether it names patients, and the lines it held
      * before tonight's run added to it (for a report kept open
      * for extending, only tonight's lines are registered).
       01 WS-DIST-REPORT     PIC X(8).
       01 WS-DIST-DEST       PIC X(12).
       01 WS-DIST-PATIENT    PIC X.
       01 WS-DIST-BEFORE     PIC 9(6) VALUE 0.
       01 WS-DIST-LINES      PIC 9(6).
       01 WS-DIST-PAGE-LINES PIC 9(3) VALUE 60.
       01 WS-DISTREG-STATUS  PIC XX.
       01 WS-DISTCNT-STATUS  PIC XX.
       01 WS-DISTCNT-EOF     PIC X.
       01 WS-DIST-TIME       PIC X(8).

       PROCEDURE DIVISION.
       RESULTS-SHEET.
           PERFORM LOG-RUN-START
           IF WS-SHEET-DATE = SPACES THEN
              PERFORM GET-BUSINESS-DATE
              MOVE WS-BUSI-DATE TO WS-SHEET-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-VENUE) TO WS-VENUE
           DISPLAY "LEAGUE NIGHT RESULTS SHEET FOR " WS-SHEET-DATE
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM LOAD-HANDICAP-TABLE
           IF WS-VENUE NOT = SPACES THEN
              MOVE 1 TO WS-VENUE-COUNT
              MOVE WS-VENUE TO WS-VN-CODE(1)
           END-IF
           PERFORM COLLECT-NIGHT-CARDS
           PERFORM COLLECT-NIGHT-SESSIONS
           PERFORM COLLECT-SCRABBLE-TOTALS
           PERFORM COLLECT-NIGHT-BADGES
           PERFORM COLLECT-RATING-MOVES
           PERFORM COLLECT-NIGHT-NO-SHOWS
           IF WS-VENUE-COUNT = 0 THEN
              DISPLAY "NOTHING FILED FOR " WS-SHEET-DATE
                 " - NO SHEET PRINTED"
           ELSE
              OPEN OUTPUT RESULTS-SHEET-FILE
              PERFORM VARYING WS-VN-IDX FROM 1 BY 1 UNTIL
                 WS-VN-IDX > WS-VENUE-COUNT
                 MOVE WS-VN-CODE(WS-VN-IDX) TO WS-PAGE-VENUE
                 PERFORM PRINT-VENUE-SHEET
              END-PERFORM
              CLOSE RESULTS-SHEET-FILE
              MOVE "RESULTSH" TO WS-DIST-REPORT
              MOVE "VENUES" TO WS-DIST-DEST
              MOVE "N" TO WS-DIST-PATIENT
              PERFORM REGISTER-REPORT-OUTPUT
              DISPLAY WS-SHEET-PAGE " VENUE PAGE(S) WRITTEN TO RESULTSH"
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-RESULTS-SHEET.


       NOTE-SHEET-VENUE.
      * Adds WS-NOTE-VENUE to the pages to print, once; with a
      * venue asked for, only that one page is ever printed.
           IF WS-VENUE = SPACES AND WS-NOTE-VENUE NOT = SPACES THEN
              PERFORM VARYING WS-VN-IDX FROM 1 BY 1 UNTIL
                 WS-VN-IDX > WS-VENUE-COUNT
                 OR WS-VN-CODE(WS-VN-IDX) = WS-NOTE-VENUE
                 CONTINUE
              END-PERFORM
              IF WS-VN-IDX > WS-VENUE-COUNT AND WS-VENUE-COUNT < 50
                 THEN
                 ADD 1 TO WS-VENUE-COUNT
                 MOVE WS-NOTE-VENUE TO WS-VN-CODE(WS-VENUE-COUNT)
              END-IF
           END-IF.
       END-NOTE-SHEET-VENUE.


       COLLECT-NIGHT-CARDS.
      * Completed cards only; one still in play has no total to
      * pin up.
           MOVE 0 TO WS-CARD-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-SCOREFILE
           IF WS-YACHT-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO YSF-KEY
              START YACHT-SCOREFILE KEY IS NOT LESS THAN YSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ YACHT-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF YSF-GAME-DATE = WS-SHEET-DATE THEN
                          PERFORM CHECK-GAME-COMPLETE
                          IF WS-GAME-COMPLETE = "Y" AND
                             WS-CARD-COUNT < 200 THEN
                             PERFORM CHECK-YACHT-DISPUTED
                             ADD 1 TO WS-CARD-COUNT
                             MOVE YSF-PLAYER TO
                                WS-CD-PLAYER(WS-CARD-COUNT)
                             MOVE YSF-VENUE TO
                                WS-CD-VENUE(WS-CARD-COUNT)
                             MOVE WS-UPPER-TOTAL TO
                                WS-CD-UPPER(WS-CARD-COUNT)
                             MOVE WS-UPPER-BONUS TO
                                WS-CD-BONUS(WS-CARD-COUNT)
                             MOVE WS-GAME-TOTAL TO
                                WS-CD-TOTAL(WS-CARD-COUNT)
                             MOVE WS-CARD-DISPUTED TO
                                WS-CD-HELD(WS-CARD-COUNT)
                             MOVE YSF-VENUE TO WS-NOTE-VENUE
                             PERFORM NOTE-SHEET-VENUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YACHT-SCOREFILE
           END-IF.
       END-COLLECT-NIGHT-CARDS.


       CHECK-GAME-COMPLETE.
           MOVE "Y" TO WS-GAME-COMPLETE
           MOVE ZERO TO WS-GAME-TOTAL
           MOVE ZERO TO WS-UPPER-TOTAL
           MOVE ZERO TO WS-UPPER-BONUS
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1 UNTIL WS-CAT-INDEX
              > 12
              IF YSF-SET(WS-CAT-INDEX) IS NOT EQUAL TO "Y" THEN
                 MOVE "N" TO WS-GAME-COMPLETE
              END-IF
              ADD YSF-SCORE(WS-CAT-INDEX) TO WS-GAME-TOTAL
              IF WS-CAT-INDEX <= 6 THEN
                 ADD YSF-SCORE(WS-CAT-INDEX) TO WS-UPPER-TOTAL
              END-IF
           END-PERFORM
           IF WS-GAME-COMPLETE = "Y" AND WS-UPPER-TOTAL >= 63 THEN
              MOVE 35 TO WS-UPPER-BONUS
              ADD 35 TO WS-GAME-TOTAL
           END-IF.
       END-CHECK-GAME-COMPLETE.


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


       COLLECT-NIGHT-SESSIONS.
      * Closed sessions only, the ones the ladder rates.
           MOVE 0 TO WS-SESS-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DARTS-SCOREFILE
           IF WS-DARTS-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO DSF-KEY
              START DARTS-SCOREFILE KEY IS NOT LESS THAN DSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DARTS-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF DSF-SESSION-DATE = WS-SHEET-DATE AND
                          DSF-CLOSED = "Y" AND
                          WS-SESS-COUNT < 200 THEN
                          ADD 1 TO WS-SESS-COUNT
                          MOVE DSF-PLAYER TO
                             WS-SS-PLAYER(WS-SESS-COUNT)
                          MOVE DSF-VENUE TO
                             WS-SS-VENUE(WS-SESS-COUNT)
                          MOVE DSF-MODE TO
                             WS-SS-MODE(WS-SESS-COUNT)
                          MOVE DSF-THROW-COUNT TO
                             WS-SS-THROWS(WS-SESS-COUNT)
                          MOVE DSF-TOTAL TO
                             WS-SS-TOTAL(WS-SESS-COUNT)
                          MOVE DSF-VENUE TO WS-NOTE-VENUE
                          PERFORM NOTE-SHEET-VENUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DARTS-SCOREFILE
           END-IF.
       END-COLLECT-NIGHT-SESSIONS.


       COLLECT-SCRABBLE-TOTALS.
      * The night's scrabble totals as posted to the board; the
      * history and its overflow are read alike.
           MOVE 0 TO WS-WORD-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-HISTORY
           IF WS-HISTORY-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SH-SOURCE = "SCRABBLE" AND
                          SH-DATE = WS-SHEET-DATE AND
                          SH-SCORE IS NUMERIC THEN
                          MOVE SCORE-HISTORY-REC TO SCORE-OVERFLOW-REC
                          PERFORM KEEP-SCRABBLE-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-HISTORY
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-OVERFLOW
           IF WS-OVERFLOW-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-OVERFLOW
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SO-SOURCE = "SCRABBLE" AND
                          SO-DATE = WS-SHEET-DATE AND
                          SO-SCORE IS NUMERIC THEN
                          PERFORM KEEP-SCRABBLE-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-OVERFLOW
           END-IF.
       END-COLLECT-SCRABBLE-TOTALS.


       KEEP-SCRABBLE-TOTAL.
           IF WS-WORD-COUNT < 200 THEN
              ADD 1 TO WS-WORD-COUNT
              MOVE SO-PLAYER TO WS-WG-PLAYER(WS-WORD-COUNT)
              MOVE SO-VENUE TO WS-WG-VENUE(WS-WORD-COUNT)
              MOVE SO-SCORE TO WS-WG-SCORE(WS-WORD-COUNT)
              MOVE SO-VENUE TO WS-NOTE-VENUE
              PERFORM NOTE-SHEET-VENUE
           END-IF.
       END-KEEP-SCRABBLE-TOTAL.


       COLLECT-NIGHT-BADGES.
           MOVE 0 TO WS-BADGE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BADGE-MASTER
           IF WS-BADGE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ BADGE-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF BM-DATE = WS-SHEET-DATE AND
                          WS-BADGE-COUNT < 200 THEN
                          ADD 1 TO WS-BADGE-COUNT
                          MOVE BM-PLAYER TO
                             WS-BG-PLAYER(WS-BADGE-COUNT)
                          MOVE BM-BADGE TO
                             WS-BG-BADGE(WS-BADGE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BADGE-MASTER
           END-IF.
       END-COLLECT-NIGHT-BADGES.


       COLLECT-RATING-MOVES.
      * A row whose last move was the night shows where it started
      * and where it ended up; the marker record up front says how
      * far the ladder has been rated.
           MOVE 0 TO WS-MOVE-COUNT
           MOVE SPACES TO WS-LAST-RATED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATINGS-MASTER
           IF WS-RATING-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RATINGS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF RM-PLAYER = WS-RATING-MARKER THEN
                          MOVE RATINGS-MASTER-REC(21:8) TO
                             WS-LAST-RATED
                       ELSE
                          IF RM-MOVED-ON = WS-SHEET-DATE AND
                             RM-BEFORE-MOVE IS NUMERIC AND
                             RM-RATING IS NUMERIC AND
                             WS-MOVE-COUNT < 200 THEN
                             ADD 1 TO WS-MOVE-COUNT
                             MOVE RM-PLAYER TO
                                WS-MV-PLAYER(WS-MOVE-COUNT)
                             MOVE RM-BEFORE-MOVE TO
                                WS-MV-BEFORE(WS-MOVE-COUNT)
                             MOVE RM-RATING TO
                                WS-MV-AFTER(WS-MOVE-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATINGS-MASTER
           END-IF.
       END-COLLECT-RATING-MOVES.


       COLLECT-NIGHT-NO-SHOWS.
      * A no-show recorded without a venue is placed by its fixture
      * on the night's schedule, and failing that in the main room.
           PERFORM LOAD-NIGHT-FIXTURES
           MOVE 0 TO WS-NOSHOW-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NO-SHOW-FILE
           IF WS-NOSHOW-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ NO-SHOW-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF NSH-DATE = WS-SHEET-DATE AND
                          WS-NOSHOW-COUNT < 200 THEN
                          PERFORM KEEP-NO-SHOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NO-SHOW-FILE
           END-IF.
       END-COLLECT-NIGHT-NO-SHOWS.


       KEEP-NO-SHOW.
      * A rerun of FIXTURE-CHECK can file the same no-show twice;
      * it is printed once.
           MOVE NSH-VENUE TO WS-NOTE-VENUE
           IF WS-NOTE-VENUE = SPACES THEN
              PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL
                 WS-FX-IDX > WS-FIXTURE-COUNT
                 IF WS-FX-GAME(WS-FX-IDX) = NSH-GAME AND
                    (WS-FX-PLAYER-A(WS-FX-IDX) = NSH-PLAYER OR
                     WS-FX-PLAYER-B(WS-FX-IDX) = NSH-PLAYER) THEN
                    MOVE WS-FX-VENUE(WS-FX-IDX) TO WS-NOTE-VENUE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-NOTE-VENUE = SPACES THEN
              MOVE WS-MAIN-VENUE TO WS-NOTE-VENUE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-NOSHOW-COUNT
              OR (WS-NS-PLAYER(WS-IDX) = NSH-PLAYER AND
                  WS-NS-GAME(WS-IDX) = NSH-GAME AND
                  WS-NS-VENUE(WS-IDX) = WS-NOTE-VENUE)
              CONTINUE
           END-PERFORM
           IF WS-IDX > WS-NOSHOW-COUNT THEN
              ADD 1 TO WS-NOSHOW-COUNT
              MOVE NSH-PLAYER TO WS-NS-PLAYER(WS-NOSHOW-COUNT)
              MOVE NSH-GAME TO WS-NS-GAME(WS-NOSHOW-COUNT)
              MOVE WS-NOTE-VENUE TO WS-NS-VENUE(WS-NOSHOW-COUNT)
              PERFORM NOTE-SHEET-VENUE
           END-IF.
       END-KEEP-NO-SHOW.


       LOAD-NIGHT-FIXTURES.
           MOVE 0 TO WS-FIXTURE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FIXTURE-SCHEDULE
           IF WS-SCHEDULE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ FIXTURE-SCHEDULE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF FX-DATE = WS-SHEET-DATE AND
                          WS-FIXTURE-COUNT < 200 THEN
                          ADD 1 TO WS-FIXTURE-COUNT
                          MOVE FX-GAME TO
                             WS-FX-GAME(WS-FIXTURE-COUNT)
                          MOVE FX-PLAYER-A TO
                             WS-FX-PLAYER-A(WS-FIXTURE-COUNT)
                          MOVE FX-PLAYER-B TO
                             WS-FX-PLAYER-B(WS-FIXTURE-COUNT)
                          MOVE FX-VENUE TO
                             WS-FX-VENUE(WS-FIXTURE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FIXTURE-SCHEDULE
           END-IF.
       END-LOAD-NIGHT-FIXTURES.


       LOAD-OPEN-DISPUTES.
      * The marker record leading the file has no game on it and
      * falls out of the table on its own.
           MOVE 0 TO WS-DISPUTE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DISPUTE-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
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


       LOAD-HANDICAP-TABLE.
           MOVE 0 TO WS-HCP-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HANDICAP-MASTER
           IF WS-HANDICAP-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ HANDICAP-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-HCP-COUNT < 200 THEN
                          ADD 1 TO WS-HCP-COUNT
                          MOVE HM-PLAYER TO
                             WS-HCP-PLAYER(WS-HCP-COUNT)
                          MOVE HM-HANDICAP TO
                             WS-HCP-HANDICAP(WS-HCP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HANDICAP-MASTER
           END-IF.
       END-LOAD-HANDICAP-TABLE.


       PRINT-VENUE-SHEET.
      * One venue's page, section by section, then blank lines to
      * the foot of the page.
           ADD 1 TO WS-SHEET-PAGE
           MOVE 0 TO WS-PAGE-LINES
           MOVE ALL "=" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           STRING "LEAGUE NIGHT RESULTS - VENUE " WS-PAGE-VENUE
              " - NIGHT OF " WS-SHEET-DATE
              DELIMITED BY SIZE INTO RESULTS-SHEET-REC
           MOVE "PAGE" TO RESULTS-SHEET-REC(72:4)
           MOVE WS-SHEET-PAGE TO RESULTS-SHEET-REC(77:3)
           PERFORM WRITE-SHEET-LINE
           MOVE ALL "=" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           PERFORM PRINT-YACHT-SECTION
           PERFORM PRINT-PLACINGS-SECTION
           PERFORM PRINT-DARTS-SECTION
           PERFORM PRINT-SCRABBLE-SECTION
           PERFORM PRINT-BADGE-SECTION
           PERFORM PRINT-RATING-SECTION
           PERFORM PRINT-NO-SHOW-SECTION
           PERFORM WRITE-SHEET-LINE
           STRING "PRINTED " WS-LOG-DATE " RUN " WS-RUN-ID
              DELIMITED BY SIZE INTO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           PERFORM UNTIL FUNCTION MOD(WS-PAGE-LINES,
              WS-DIST-PAGE-LINES) = 0
              PERFORM WRITE-SHEET-LINE
           END-PERFORM.
       END-PRINT-VENUE-SHEET.


       PRINT-YACHT-SECTION.
           PERFORM WRITE-SHEET-LINE
           MOVE "YACHT - COMPLETED CARDS" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-CARD-COUNT
              IF WS-CD-VENUE(WS-IDX) = WS-PAGE-VENUE THEN
                 ADD 1 TO WS-SECTION-LINES
                 STRING "  " WS-CD-PLAYER(WS-IDX)
                    "  UPPER " WS-CD-UPPER(WS-IDX)
                    "  BONUS " WS-CD-BONUS(WS-IDX)
                    "  TOTAL " WS-CD-TOTAL(WS-IDX)
                    DELIMITED BY SIZE INTO RESULTS-SHEET-REC
                 IF WS-CD-HELD(WS-IDX) = "Y" THEN
                    MOVE "UNDER DISPUTE" TO RESULTS-SHEET-REC(61:13)
                 END-IF
                 PERFORM WRITE-SHEET-LINE
              END-IF
           END-PERFORM
           PERFORM CLOSE-EMPTY-SECTION.
       END-PRINT-YACHT-SECTION.


       PRINT-PLACINGS-SECTION.
      * The yacht field at this venue ranked as the standings rank a
      * night; a card under dispute is held out until it is ruled
      * on, so the placings can't be overturned on the wall.
           MOVE 0 TO WS-NIGHT-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-CARD-COUNT
              IF WS-CD-VENUE(WS-IDX) = WS-PAGE-VENUE AND
                 WS-CD-HELD(WS-IDX) NOT = "Y" AND
                 WS-NIGHT-COUNT < 50 THEN
                 ADD 1 TO WS-NIGHT-COUNT
                 MOVE WS-CD-PLAYER(WS-IDX) TO
                    WS-NT-PLAYER(WS-NIGHT-COUNT)
                 MOVE WS-CD-TOTAL(WS-IDX) TO
                    WS-NT-RAW(WS-NIGHT-COUNT)
                 PERFORM GET-PLAYER-HANDICAP
                 COMPUTE WS-NT-ADJUSTED(WS-NIGHT-COUNT) =
                    WS-CD-TOTAL(WS-IDX) + WS-PLAYER-HCP
              END-IF
           END-PERFORM
           PERFORM WRITE-SHEET-LINE
           MOVE "YACHT - PLACINGS (RAW PTS / HANDICAP PTS)" TO
              RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           IF WS-NIGHT-COUNT < 2 THEN
              IF WS-NIGHT-COUNT = 0 THEN
                 MOVE "  NONE" TO RESULTS-SHEET-REC
              ELSE
                 MOVE "  ONLY ONE CARD - NO MATCH" TO RESULTS-SHEET-REC
              END-IF
              PERFORM WRITE-SHEET-LINE
           ELSE
              PERFORM RANK-NIGHT-PLACINGS
           END-IF.
       END-PRINT-PLACINGS-SECTION.


       RANK-NIGHT-PLACINGS.
           MOVE "Y" TO WS-NT-SWAPPED
           PERFORM UNTIL WS-NT-SWAPPED = "N"
              MOVE "N" TO WS-NT-SWAPPED
              PERFORM VARYING WS-NT-IDX FROM 1 BY 1 UNTIL WS-NT-IDX >=
                 WS-NIGHT-COUNT
                 IF WS-NT-RAW(WS-NT-IDX + 1) > WS-NT-RAW(WS-NT-IDX)
                    THEN
                    MOVE WS-NT-ENTRY(WS-NT-IDX) TO WS-NT-HOLD
                    MOVE WS-NT-ENTRY(WS-NT-IDX + 1) TO
                       WS-NT-ENTRY(WS-NT-IDX)
                    MOVE WS-NT-HOLD TO WS-NT-ENTRY(WS-NT-IDX + 1)
                    MOVE "Y" TO WS-NT-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-NT-RAW(1) = WS-NT-RAW(2) THEN
              STRING "  TIE AT " WS-NT-RAW(1)
                 " - NO WINNER DECLARED"
                 DELIMITED BY SIZE INTO RESULTS-SHEET-REC
              PERFORM WRITE-SHEET-LINE
           END-IF
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1 UNTIL WS-NT-IDX >
              WS-NIGHT-COUNT
              IF WS-NT-IDX < 5 THEN
                 COMPUTE WS-RAW-POINTS = 5 - WS-NT-IDX
              ELSE
                 MOVE 0 TO WS-RAW-POINTS
              END-IF
              MOVE 1 TO WS-ADJ-RANK
              PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
                 WS-NIGHT-COUNT
                 IF WS-NT-ADJUSTED(WS-IDX2) >
                    WS-NT-ADJUSTED(WS-NT-IDX) THEN
                    ADD 1 TO WS-ADJ-RANK
                 END-IF
              END-PERFORM
              IF WS-ADJ-RANK < 5 THEN
                 COMPUTE WS-ADJ-POINTS = 5 - WS-ADJ-RANK
              ELSE
                 MOVE 0 TO WS-ADJ-POINTS
              END-IF
              MOVE WS-NT-IDX TO WS-ED-PLACE
              STRING "  " WS-ED-PLACE ". " WS-NT-PLAYER(WS-NT-IDX)
                 " RAW " WS-NT-RAW(WS-NT-IDX) " PTS " WS-RAW-POINTS
                 " / ADJ " WS-NT-ADJUSTED(WS-NT-IDX)
                 " PTS " WS-ADJ-POINTS
                 DELIMITED BY SIZE INTO RESULTS-SHEET-REC
              PERFORM WRITE-SHEET-LINE
           END-PERFORM.
       END-RANK-NIGHT-PLACINGS.


       GET-PLAYER-HANDICAP.
      * The handicap for the WS-IDX card's player, zero when the
      * master has no row for them yet.
           MOVE 0 TO WS-PLAYER-HCP
           PERFORM VARYING WS-HCP-IDX FROM 1 BY 1 UNTIL WS-HCP-IDX >
              WS-HCP-COUNT
              IF WS-HCP-PLAYER(WS-HCP-IDX) = WS-CD-PLAYER(WS-IDX)
                 THEN
                 MOVE WS-HCP-HANDICAP(WS-HCP-IDX) TO WS-PLAYER-HCP
              END-IF
           END-PERFORM.
       END-GET-PLAYER-HANDICAP.


       PRINT-DARTS-SECTION.
           PERFORM WRITE-SHEET-LINE
           MOVE "DARTS - CLOSED SESSIONS" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-SESS-COUNT
              IF WS-SS-VENUE(WS-IDX) = WS-PAGE-VENUE THEN
                 ADD 1 TO WS-SECTION-LINES
                 STRING "  " WS-SS-PLAYER(WS-IDX)
                    "  THROWS " WS-SS-THROWS(WS-IDX)
                    "  TOTAL " WS-SS-TOTAL(WS-IDX)
                    DELIMITED BY SIZE INTO RESULTS-SHEET-REC
                 IF WS-SS-MODE(WS-IDX) NOT = SPACES THEN
                    MOVE "MODE" TO RESULTS-SHEET-REC(61:4)
                    MOVE WS-SS-MODE(WS-IDX) TO RESULTS-SHEET-REC(66:3)
                 END-IF
                 PERFORM WRITE-SHEET-LINE
              END-IF
           END-PERFORM
           PERFORM CLOSE-EMPTY-SECTION.
       END-PRINT-DARTS-SECTION.


       PRINT-SCRABBLE-SECTION.
      * The top total at this venue's board wins; a tie at the top
      * is a tie, as SCRABBLE-GAME declares it on the night.
           PERFORM WRITE-SHEET-LINE
           MOVE "SCRABBLE - GAME WINNER" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           MOVE 0 TO WS-PLAYERS-HERE
           MOVE 0 TO WS-BEST-POINTS
           MOVE SPACES TO WS-BEST-PLAYER
           MOVE "N" TO WS-TIE-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-WORD-COUNT
              IF WS-WG-VENUE(WS-IDX) = WS-PAGE-VENUE THEN
                 ADD 1 TO WS-PLAYERS-HERE
                 IF WS-PLAYERS-HERE = 1 OR
                    WS-WG-SCORE(WS-IDX) > WS-BEST-POINTS THEN
                    MOVE WS-WG-SCORE(WS-IDX) TO WS-BEST-POINTS
                    MOVE WS-WG-PLAYER(WS-IDX) TO WS-BEST-PLAYER
                    MOVE "N" TO WS-TIE-FLAG
                 ELSE
                    IF WS-WG-SCORE(WS-IDX) = WS-BEST-POINTS THEN
                       MOVE "Y" TO WS-TIE-FLAG
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-PLAYERS-HERE = 0
                 MOVE "  NONE" TO RESULTS-SHEET-REC
              WHEN WS-TIE-FLAG = "Y"
                 STRING "  TIE AT " WS-BEST-POINTS
                    " - NO WINNER DECLARED (" WS-PLAYERS-HERE
                    " PLAYERS)"
                    DELIMITED BY SIZE INTO RESULTS-SHEET-REC
              WHEN OTHER
                 STRING "  " WS-BEST-PLAYER " WITH " WS-BEST-POINTS
                    " (" WS-PLAYERS-HERE " PLAYERS)"
                    DELIMITED BY SIZE INTO RESULTS-SHEET-REC
           END-EVALUATE
           PERFORM WRITE-SHEET-LINE.
       END-PRINT-SCRABBLE-SECTION.


       PRINT-BADGE-SECTION.
      * Badges carry no venue; each goes on the page of the venue
      * the player played at that night.
           PERFORM WRITE-SHEET-LINE
           MOVE "BADGES AWARDED" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-BADGE-COUNT
              MOVE WS-BG-PLAYER(WS-IDX) TO WS-LOOK-PLAYER
              PERFORM CHECK-PLAYED-HERE
              IF WS-PLAYED-HERE = "Y" THEN
                 ADD 1 TO WS-SECTION-LINES
                 STRING "  " WS-BG-PLAYER(WS-IDX) "  "
                    WS-BG-BADGE(WS-IDX)
                    DELIMITED BY SIZE INTO RESULTS-SHEET-REC
                 PERFORM WRITE-SHEET-LINE
              END-IF
           END-PERFORM
           PERFORM CLOSE-EMPTY-SECTION.
       END-PRINT-BADGE-SECTION.


       PRINT-RATING-SECTION.
           PERFORM WRITE-SHEET-LINE
           MOVE "RATING MOVEMENTS" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           IF WS-LAST-RATED = SPACES OR
              WS-LAST-RATED < WS-SHEET-DATE THEN
              MOVE "  LADDER NOT YET RATED FOR THIS NIGHT" TO
                 RESULTS-SHEET-REC
              PERFORM WRITE-SHEET-LINE
           ELSE
              PERFORM LIST-RATING-MOVES
           END-IF.
       END-PRINT-RATING-SECTION.


       LIST-RATING-MOVES.
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-MOVE-COUNT
              MOVE WS-MV-PLAYER(WS-IDX) TO WS-LOOK-PLAYER
              PERFORM CHECK-PLAYED-HERE
              IF WS-PLAYED-HERE = "Y" THEN
                 ADD 1 TO WS-SECTION-LINES
                 STRING "  " WS-MV-PLAYER(WS-IDX) "  "
                    WS-MV-BEFORE(WS-IDX) " -> " WS-MV-AFTER(WS-IDX)
                    DELIMITED BY SIZE INTO RESULTS-SHEET-REC
                 EVALUATE TRUE
                    WHEN WS-MV-AFTER(WS-IDX) > WS-MV-BEFORE(WS-IDX)
                       COMPUTE WS-ED-SWING = WS-MV-AFTER(WS-IDX) -
                          WS-MV-BEFORE(WS-IDX)
                       STRING "UP   " WS-ED-SWING
                          DELIMITED BY SIZE
                          INTO RESULTS-SHEET-REC(40:9)
                    WHEN WS-MV-AFTER(WS-IDX) < WS-MV-BEFORE(WS-IDX)
                       COMPUTE WS-ED-SWING = WS-MV-BEFORE(WS-IDX) -
                          WS-MV-AFTER(WS-IDX)
                       STRING "DOWN " WS-ED-SWING
                          DELIMITED BY SIZE
                          INTO RESULTS-SHEET-REC(40:9)
                    WHEN OTHER
                       MOVE "LEVEL" TO RESULTS-SHEET-REC(40:5)
                 END-EVALUATE
                 PERFORM WRITE-SHEET-LINE
              END-IF
           END-PERFORM
           PERFORM CLOSE-EMPTY-SECTION.
       END-LIST-RATING-MOVES.


       PRINT-NO-SHOW-SECTION.
           PERFORM WRITE-SHEET-LINE
           MOVE "NO-SHOWS" TO RESULTS-SHEET-REC
           PERFORM WRITE-SHEET-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-NOSHOW-COUNT
              IF WS-NS-VENUE(WS-IDX) = WS-PAGE-VENUE THEN
                 ADD 1 TO WS-SECTION-LINES
                 STRING "  " WS-NS-PLAYER(WS-IDX) "  "
                    WS-NS-GAME(WS-IDX) " FIXTURE"
                    DELIMITED BY SIZE INTO RESULTS-SHEET-REC
                 PERFORM WRITE-SHEET-LINE
              END-IF
           END-PERFORM
           PERFORM CLOSE-EMPTY-SECTION.
       END-PRINT-NO-SHOW-SECTION.


       CLOSE-EMPTY-SECTION.
      * A section with nothing for this venue still prints, so the
      * sheet reads the same every week.
           IF WS-SECTION-LINES = 0 THEN
              MOVE "  NONE" TO RESULTS-SHEET-REC
              PERFORM WRITE-SHEET-LINE
           END-IF.
       END-CLOSE-EMPTY-SECTION.


       CHECK-PLAYED-HERE.
           MOVE "N" TO WS-PLAYED-HERE
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL
              WS-IDX2 > WS-CARD-COUNT OR WS-PLAYED-HERE = "Y"
              IF WS-CD-PLAYER(WS-IDX2) = WS-LOOK-PLAYER AND
                 WS-CD-VENUE(WS-IDX2) = WS-PAGE-VENUE THEN
                 MOVE "Y" TO WS-PLAYED-HERE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL
              WS-IDX2 > WS-SESS-COUNT OR WS-PLAYED-HERE = "Y"
              IF WS-SS-PLAYER(WS-IDX2) = WS-LOOK-PLAYER AND
                 WS-SS-VENUE(WS-IDX2) = WS-PAGE-VENUE THEN
                 MOVE "Y" TO WS-PLAYED-HERE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL
              WS-IDX2 > WS-WORD-COUNT OR WS-PLAYED-HERE = "Y"
              IF WS-WG-PLAYER(WS-IDX2) = WS-LOOK-PLAYER AND
                 WS-WG-VENUE(WS-IDX2) = WS-PAGE-VENUE THEN
                 MOVE "Y" TO WS-PLAYED-HERE
              END-IF
           END-PERFORM.
       END-CHECK-PLAYED-HERE.


       WRITE-SHEET-LINE.
           WRITE RESULTS-SHEET-REC
           ADD 1 TO WS-PAGE-LINES
           MOVE SPACES TO RESULTS-SHEET-REC.
       END-WRITE-SHEET-LINE.


       COUNT-REPORT-LINES.
      * Lines now on WS-DIST-REPORT; none if it isn't there.
           MOVE 0 TO WS-DIST-LINES
           MOVE "N" TO WS-DISTCNT-EOF
           OPEN INPUT DISTRIBUTION-COUNT
           IF WS-DISTCNT-STATUS = "00" THEN
              PERFORM UNTIL WS-DISTCNT-EOF = "Y"
                 READ DISTRIBUTION-COUNT
                    AT END
                       MOVE "Y" TO WS-DISTCNT-EOF
                    NOT AT END
                       ADD 1 TO WS-DIST-LINES
                 END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-COUNT
           END-IF.
       END-COUNT-REPORT-LINES.


       REGISTER-REPORT-OUTPUT.
      * One register line for the report in WS-DIST-REPORT once it
      * is closed, creating the register on the first write. A run
      * that printed nothing has nothing to hand out and isn't
      * registered. Pages are counted at WS-DIST-PAGE-LINES lines.
           PERFORM COUNT-REPORT-LINES
           IF WS-DIST-LINES > WS-DIST-BEFORE THEN
              SUBTRACT WS-DIST-BEFORE FROM WS-DIST-LINES
              MOVE SPACES TO DISTRIBUTION-REGISTER-REC
              MOVE WS-RUN-ID TO DRG-RUN-ID
              MOVE WS-BUSI-DATE TO DRG-BUSI-DATE
              MOVE WS-DIST-REPORT TO DRG-REPORT
              MOVE "RESULTS-SHEET" TO DRG-PROGRAM
              MOVE WS-DIST-LINES TO DRG-LINES
              COMPUTE DRG-PAGES = (WS-DIST-LINES +
                 WS-DIST-PAGE-LINES - 1) / WS-DIST-PAGE-LINES
              MOVE WS-DIST-DEST TO DRG-DESTINATION
              MOVE WS-DIST-PATIENT TO DRG-PATIENT
              ACCEPT DRG-PRODUCED-ON FROM DATE YYYYMMDD
              ACCEPT WS-DIST-TIME FROM TIME
              MOVE WS-DIST-TIME(1:6) TO DRG-PRODUCED-AT
              OPEN EXTEND DISTRIBUTION-REGISTER
              IF WS-DISTREG-STATUS = "05" OR
                 WS-DISTREG-STATUS = "35" THEN
                 CLOSE DISTRIBUTION-REGISTER
                 OPEN OUTPUT DISTRIBUTION-REGISTER
              END-IF
              WRITE DISTRIBUTION-REGISTER-REC
              CLOSE DISTRIBUTION-REGISTER
           END-IF
           MOVE 0 TO WS-DIST-BEFORE.
       END-REGISTER-REPORT-OUTPUT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "RESULTS-SHEET - NIGHT " WS-SHEET-DATE " - "
              WS-SHEET-PAGE " VENUE PAGE(S)"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


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


       LOG-RUN-START.
      * The start/end pair lets the morning review see at a glance
      * that a run began and actually finished.
           MOVE "RESULTS-SHEET - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "RESULTS-SHEET - RUN END" TO WS-LOG-TEXT
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
