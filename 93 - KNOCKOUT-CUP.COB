       IDENTIFICATION DIVISION.
       PROGRAM-ID. KNOCKOUT-CUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The cup itself: a header record (game, current round, size
      * of the bracket, open or won), one record per entrant in seed
      * order, and one record per match drawn so far, round by round
      * in bracket order. Rewritten whole on every run that changes
      * it.
           SELECT CUP-MASTER ASSIGN TO "CUPMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUP-STATUS.
      * Who has entered this year's cup, one player per record,
      * keyed in ahead of the draw. With no list on disk every
      * player on the ratings ladder enters.
           SELECT CUP-ENTRY-LIST ASSIGN TO "CUPENTRY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENTRY-STATUS.
      * The ratings ladder RATINGS-LADDER keeps; the draw is seeded
      * off it and a tied match goes to the better-rated player.
           SELECT RATINGS-MASTER ASSIGN TO "RATINGMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.
      * The live scorecard files the game programs keep; a cup tie
      * is decided on the two players' filings for the round's
      * night, in whichever game the cup is played.
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
      * The no-shows FIXTURE-CHECK finds each night; a cup player
      * on it for the round's night forfeits the tie.
           SELECT NO-SHOW-FILE ASSIGN TO "NOSHOWS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOSHOW-STATUS.
      * The league fixture schedule; each round's ties are added to
      * it for the round's night, so FIXTURE-CHECK checks the cup
      * players along with everyone else.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "LEAGSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDULE-STATUS.
      * The badge master BADGE-AWARDS keeps; the cup winner's badge
      * is added to it the night the final is settled.
           SELECT BADGE-MASTER ASSIGN TO "BADGEMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BADGE-STATUS.
      * The printed bracket, every round so far; rebuilt whole on
      * every run.
           SELECT CUP-BRACKET ASSIGN TO "CUPBRKT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BRACKET-STATUS.
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
       FD  CUP-MASTER.
       01 CUP-HEADER-REC.
           05 CH-TYPE      PIC X.
           05 CH-GAME      PIC X(10).
           05 CH-ROUND     PIC 9.
           05 CH-SIZE      PIC 99.
           05 CH-ENTRANTS  PIC 99.
           05 CH-STATE     PIC X.
           05 CH-WINNER    PIC 99.
           05 CH-DRAWN     PIC X(8).
       01 CUP-ENTRANT-REC.
           05 CE-TYPE      PIC X.
           05 CE-SEED      PIC 99.
           05 CE-PLAYER    PIC X(20).
           05 CE-RATING    PIC 9(4).
       01 CUP-MATCH-REC.
           05 CX-TYPE      PIC X.
           05 CX-ROUND     PIC 9.
           05 CX-SLOT      PIC 99.
           05 CX-DATE      PIC X(8).
           05 CX-SEED-A    PIC 99.
           05 CX-SEED-B    PIC 99.
           05 CX-WINNER    PIC 99.
           05 CX-HOW       PIC X(8).
           05 CX-SCORE-A   PIC 9(4).
           05 CX-SCORE-B   PIC 9(4).
       FD  CUP-ENTRY-LIST.
       01 CUP-ENTRY-REC.
           05 CEL-PLAYER PIC X(20).
       FD  RATINGS-MASTER.
       01 RATINGS-MASTER-REC.
           05 RM-PLAYER PIC X(20).
           05 RM-RATING PIC 9(4).
           05 RM-GAMES  PIC 9(4).
           05 RM-MOVED-ON    PIC X(8).
           05 RM-BEFORE-MOVE PIC 9(4).
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
       FD  BADGE-MASTER.
       01 BADGE-MASTER-REC.
           05 BM-PLAYER PIC X(20).
           05 BM-BADGE  PIC X(15).
           05 BM-DATE   PIC X(8).
       FD  CUP-BRACKET.
       01 CUP-BRACKET-REC PIC X(80).
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
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * RESULT, the call with no action given, settles whatever it
      * can of the current round and draws the next one once every
      * tie is decided; DRAW seeds a new cup; SHOW only reprints the
      * bracket.
       01 WS-ACTION PIC X(8) VALUE SPACES.
      * For a DRAW, the game the cup is played in, YACHT or DARTS.
       01 WS-CUP-GAME PIC X(10) VALUE SPACES.
      * The night the round being drawn is played -- the first round
      * on a DRAW, the next round on the RESULT run that completes
      * one. Left blank, it is a week after tonight for a new cup
      * and a week after the round just finished otherwise.
       01 WS-ROUND-DATE PIC X(8) VALUE SPACES.
      * The venue whose filings decide a tie; the main room stays
      * MAIN.
       01 WS-VENUE PIC X(4) VALUE "MAIN".
       01 WS-CUP-STATUS      PIC XX.
       01 WS-ENTRY-STATUS    PIC XX.
       01 WS-RATING-STATUS   PIC XX.
       01 WS-YACHT-STATUS    PIC XX.
       01 WS-DARTS-STATUS    PIC XX.
       01 WS-NOSHOW-STATUS   PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-BADGE-STATUS    PIC XX.
       01 WS-BRACKET-STATUS  PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
       01 WS-RATING-MARKER PIC X(20) VALUE "*** LAST RATED".
       01 WS-CUP-BADGE PIC X(15) VALUE "CUP WINNER".
      * The cup header as loaded: Y in WS-CUP-ON-FILE once a cup has
      * been drawn; state O while it is being played, W once won.
       01 WS-CUP-ON-FILE  PIC X VALUE "N".
       01 WS-CUP-ROUND    PIC 9 VALUE 0.
       01 WS-CUP-SIZE     PIC 99 VALUE 0.
       01 WS-CUP-STATE    PIC X VALUE SPACE.
       01 WS-CUP-WINNER   PIC 99 VALUE 0.
       01 WS-CUP-DRAWN    PIC X(8) VALUE SPACES.
      * The ratings ladder, loaded whole; a player not on it is
      * taken at the ladder's 1500 entry rating.
       01 WS-RATED-COUNT PIC 999 VALUE 0.
       01 WS-RATED-TABLE.
           05 WS-RTD-ENTRY OCCURS 300 TIMES.
              10 WS-RTD-PLAYER PIC X(20).
              10 WS-RTD-RATING PIC 9(4).
       01 WS-HOLD-PLAYER PIC X(20).
       01 WS-HOLD-RATING PIC 9(4).
      * The entrants, in seed order once the draw is made: the
      * rating they were seeded on and the rating they hold tonight.
      * Entry collects up to 300 names; the field is the best 64.
       01 WS-ENT-COUNT PIC 999 VALUE 0.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 300 TIMES.
              10 WS-ENT-PLAYER PIC X(20).
              10 WS-ENT-RATING PIC 9(4).
              10 WS-ENT-NOW    PIC 9(4).
       01 WS-ENT-HOLD.
           05 WS-ENH-PLAYER PIC X(20).
           05 WS-ENH-RATING PIC 9(4).
           05 WS-ENH-NOW    PIC 9(4).
       01 WS-LEFT-OUT PIC 999 VALUE 0.
      * Every match drawn so far, round by round, each round in
      * bracket order; seed 00 on the B side is a bye, winner 00 a
      * tie still to be settled.
       01 WS-MATCH-COUNT PIC 99 VALUE 0.
       01 WS-MATCH-TABLE.
           05 WS-MAT-ENTRY OCCURS 63 TIMES.
              10 WS-MAT-ROUND   PIC 9.
              10 WS-MAT-SLOT    PIC 99.
              10 WS-MAT-DATE    PIC X(8).
              10 WS-MAT-SEED-A  PIC 99.
              10 WS-MAT-SEED-B  PIC 99.
              10 WS-MAT-WINNER  PIC 99.
              10 WS-MAT-HOW     PIC X(8).
              10 WS-MAT-SCORE-A PIC 9(4).
              10 WS-MAT-SCORE-B PIC 9(4).
      * The standard seeding order for the bracket: built by
      * doubling, so seeds 1 and 2 can only meet in the final and
      * the byes all fall to the top seeds.
       01 WS-POS-LEN PIC 99.
       01 WS-POS-TABLE.
           05 WS-POS PIC 99 OCCURS 64 TIMES.
       01 WS-POS-NEW-TABLE.
           05 WS-POS-NEW PIC 99 OCCURS 64 TIMES.
       01 WS-IDX  PIC 999.
       01 WS-IDX2 PIC 999.
       01 WS-LIMIT PIC 999.
       01 WS-FOUND-IDX PIC 999.
      * The current round: where its matches start in the table,
      * how many there are, and the night it is played.
       01 WS-ROUND-FIRST   PIC 99.
       01 WS-ROUND-MATCHES PIC 99.
       01 WS-PLAY-DATE     PIC X(8).
       01 WS-NEXT-DATE     PIC X(8).
       01 WS-DATE-NUMERIC  PIC 9(8).
       01 WS-MAT-IDX PIC 99.
       01 WS-SEED-A  PIC 99.
       01 WS-SEED-B  PIC 99.
      * One player's night: a finished card or closed session with
      * its total, or a no-show on FIXTURE-CHECK's list.
       01 WS-LOOK-PLAYER PIC X(20).
       01 WS-HAS-RESULT  PIC X.
       01 WS-RESULT-TOTAL PIC 9(4).
       01 WS-IS-NO-SHOW  PIC X.
       01 WS-A-RESULT  PIC X.
       01 WS-A-TOTAL   PIC 9(4).
       01 WS-A-NO-SHOW PIC X.
       01 WS-B-RESULT  PIC X.
       01 WS-B-TOTAL   PIC 9(4).
       01 WS-B-NO-SHOW PIC X.
       01 WS-GAME-COMPLETE PIC X.
       01 WS-UPPER-TOTAL   PIC 9(4).
       01 WS-CAT-INDEX     PIC 99.
      * The round night's no-shows.
       01 WS-NSH-COUNT PIC 999 VALUE 0.
       01 WS-NSH-TABLE.
           05 WS-NSH-PLAYER PIC X(20) OCCURS 200 TIMES.
      * Run tallies.
       01 WS-SETTLED-COUNT  PIC 99 VALUE 0.
       01 WS-PENDING-COUNT  PIC 99 VALUE 0.
       01 WS-WALKOVER-COUNT PIC 99 VALUE 0.
      * Bracket print work fields.
       01 WS-PRINT-ROUND   PIC 9.
       01 WS-PRINT-SEED    PIC 99.
       01 WS-PRINT-SCORE   PIC ZZZ9.
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
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).

       PROCEDURE DIVISION.
       KNOCKOUT-CUP.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-ACTION = SPACES THEN
              MOVE "RESULT" TO WS-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           PERFORM LOAD-CUP-MASTER
           EVALUATE WS-ACTION
              WHEN "DRAW"
                 PERFORM DRAW-CUP
              WHEN "RESULT"
                 PERFORM SETTLE-CUP-ROUND
              WHEN "SHOW"
                 IF WS-CUP-ON-FILE = "N" THEN
                    MOVE "NO CUP ON FILE" TO WS-REASON
                 ELSE
                    PERFORM PRINT-BRACKET
                 END-IF
              WHEN OTHER
                 DISPLAY "ACTION MUST BE DRAW, RESULT OR SHOW"
                 MOVE "UNKNOWN CUP ACTION" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "CUP NOT UPDATED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-KNOCKOUT-CUP.


       LOAD-CUP-MASTER.
           MOVE "N" TO WS-CUP-ON-FILE
           MOVE 0 TO WS-ENT-COUNT
           MOVE 0 TO WS-MATCH-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CUP-MASTER
           IF WS-CUP-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ CUP-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM LOAD-CUP-RECORD
                 END-READ
              END-PERFORM
              CLOSE CUP-MASTER
           END-IF.
       END-LOAD-CUP-MASTER.


       LOAD-CUP-RECORD.
           EVALUATE CH-TYPE
              WHEN "H"
                 MOVE "Y" TO WS-CUP-ON-FILE
                 MOVE CH-GAME TO WS-CUP-GAME
                 MOVE CH-ROUND TO WS-CUP-ROUND
                 MOVE CH-SIZE TO WS-CUP-SIZE
                 MOVE CH-STATE TO WS-CUP-STATE
                 MOVE CH-WINNER TO WS-CUP-WINNER
                 MOVE CH-DRAWN TO WS-CUP-DRAWN
              WHEN "E"
                 IF CE-SEED > 0 AND CE-SEED <= 64 THEN
                    MOVE CE-PLAYER TO WS-ENT-PLAYER(CE-SEED)
                    MOVE CE-RATING TO WS-ENT-RATING(CE-SEED)
                    MOVE CE-RATING TO WS-ENT-NOW(CE-SEED)
                    IF CE-SEED > WS-ENT-COUNT THEN
                       MOVE CE-SEED TO WS-ENT-COUNT
                    END-IF
                 END-IF
              WHEN "M"
                 IF WS-MATCH-COUNT < 63 THEN
                    ADD 1 TO WS-MATCH-COUNT
                    MOVE CX-ROUND TO WS-MAT-ROUND(WS-MATCH-COUNT)
                    MOVE CX-SLOT TO WS-MAT-SLOT(WS-MATCH-COUNT)
                    MOVE CX-DATE TO WS-MAT-DATE(WS-MATCH-COUNT)
                    MOVE CX-SEED-A TO WS-MAT-SEED-A(WS-MATCH-COUNT)
                    MOVE CX-SEED-B TO WS-MAT-SEED-B(WS-MATCH-COUNT)
                    MOVE CX-WINNER TO WS-MAT-WINNER(WS-MATCH-COUNT)
                    MOVE CX-HOW TO WS-MAT-HOW(WS-MATCH-COUNT)
                    MOVE CX-SCORE-A TO
                       WS-MAT-SCORE-A(WS-MATCH-COUNT)
                    MOVE CX-SCORE-B TO
                       WS-MAT-SCORE-B(WS-MATCH-COUNT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       END-LOAD-CUP-RECORD.


       DRAW-CUP.
      * A new cup can only be drawn once the last one has been won;
      * redrawing over a cup in play would throw away its results.
           MOVE FUNCTION UPPER-CASE(WS-CUP-GAME) TO WS-CUP-GAME
           EVALUATE TRUE
              WHEN WS-CUP-ON-FILE = "Y" AND WS-CUP-STATE = "O"
                 MOVE "A CUP IS ALREADY IN PROGRESS" TO WS-REASON
              WHEN WS-CUP-GAME NOT = "YACHT" AND
                 WS-CUP-GAME NOT = "DARTS"
                 MOVE "CUP GAME MUST BE YACHT OR DARTS" TO WS-REASON
              WHEN WS-ROUND-DATE NOT = SPACES AND
                 WS-ROUND-DATE IS NOT NUMERIC
                 MOVE "ROUND DATE NOT A DATE" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-RATINGS
              PERFORM COLLECT-ENTRANTS
              IF WS-ENT-COUNT < 2 THEN
                 MOVE "FEWER THAN TWO CUP ENTRANTS" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              IF WS-ROUND-DATE = SPACES THEN
                 MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
                 COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 7)
                 MOVE WS-DATE-NUMERIC TO WS-ROUND-DATE
              END-IF
              PERFORM SEED-ENTRANTS
              PERFORM BUILD-FIRST-ROUND
              PERFORM SAVE-CUP-MASTER
              PERFORM SCHEDULE-ROUND-FIXTURES
              PERFORM PRINT-BRACKET
              DISPLAY WS-CUP-GAME " CUP DRAWN: " WS-ENT-COUNT
                 " ENTRANTS, BRACKET OF " WS-CUP-SIZE
                 ", ROUND 1 ON " WS-ROUND-DATE
           END-IF.
       END-DRAW-CUP.


       LOAD-RATINGS.
           MOVE 0 TO WS-RATED-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATINGS-MASTER
           IF WS-RATING-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RATINGS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF RM-PLAYER NOT = WS-RATING-MARKER AND
                          RM-PLAYER NOT = SPACES AND
                          RM-RATING IS NUMERIC AND
                          WS-RATED-COUNT < 300 THEN
                          ADD 1 TO WS-RATED-COUNT
                          MOVE RM-PLAYER TO
                             WS-RTD-PLAYER(WS-RATED-COUNT)
                          MOVE RM-RATING TO
                             WS-RTD-RATING(WS-RATED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATINGS-MASTER
           END-IF.
       END-LOAD-RATINGS.


       FIND-PLAYER-RATING.
      * WS-HOLD-PLAYER's rating off the ladder, 1500 if unrated.
           MOVE 1500 TO WS-HOLD-RATING
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
              WS-RATED-COUNT
              IF WS-RTD-PLAYER(WS-IDX2) = WS-HOLD-PLAYER THEN
                 MOVE WS-RTD-RATING(WS-IDX2) TO WS-HOLD-RATING
              END-IF
           END-PERFORM.
       END-FIND-PLAYER-RATING.


       COLLECT-ENTRANTS.
           MOVE 0 TO WS-ENT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CUP-ENTRY-LIST
           IF WS-ENTRY-STATUS NOT = "00" THEN
              DISPLAY "NO ENTRY LIST - EVERY RATED PLAYER ENTERS"
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-RATED-COUNT
                 MOVE WS-RTD-PLAYER(WS-IDX) TO WS-HOLD-PLAYER
                 PERFORM ADD-CUP-ENTRANT
              END-PERFORM
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ CUP-ENTRY-LIST
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF CEL-PLAYER NOT = SPACES THEN
                          MOVE CEL-PLAYER TO WS-HOLD-PLAYER
                          PERFORM ADD-CUP-ENTRANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUP-ENTRY-LIST
           END-IF.
       END-COLLECT-ENTRANTS.


       ADD-CUP-ENTRANT.
      * A name entered twice enters once.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
              WS-ENT-COUNT
              IF WS-ENT-PLAYER(WS-IDX2) = WS-HOLD-PLAYER THEN
                 MOVE WS-IDX2 TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-ENT-COUNT < 300 THEN
              PERFORM FIND-PLAYER-RATING
              ADD 1 TO WS-ENT-COUNT
              MOVE WS-HOLD-PLAYER TO WS-ENT-PLAYER(WS-ENT-COUNT)
              MOVE WS-HOLD-RATING TO WS-ENT-RATING(WS-ENT-COUNT)
              MOVE WS-HOLD-RATING TO WS-ENT-NOW(WS-ENT-COUNT)
           END-IF.
       END-ADD-CUP-ENTRANT.


       SEED-ENTRANTS.
      * Highest rating is seed 1. The sort only ever swaps on a
      * strictly higher rating, so equally rated entrants keep the
      * order they were entered in. Past 64 the lowest rated miss
      * the cut.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >=
              WS-ENT-COUNT
              COMPUTE WS-LIMIT = WS-ENT-COUNT - WS-IDX
              PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
                 WS-LIMIT
                 IF WS-ENT-RATING(WS-IDX2 + 1) >
                    WS-ENT-RATING(WS-IDX2) THEN
                    MOVE WS-ENT-ENTRY(WS-IDX2) TO WS-ENT-HOLD
                    MOVE WS-ENT-ENTRY(WS-IDX2 + 1) TO
                       WS-ENT-ENTRY(WS-IDX2)
                    MOVE WS-ENT-HOLD TO WS-ENT-ENTRY(WS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-LEFT-OUT
           IF WS-ENT-COUNT > 64 THEN
              COMPUTE WS-LEFT-OUT = WS-ENT-COUNT - 64
              MOVE 64 TO WS-ENT-COUNT
              DISPLAY WS-LEFT-OUT " ENTRANT(S) BELOW THE CUT OF 64"
              MOVE SPACES TO WS-LOG-TEXT
              STRING "KNOCKOUT-CUP - " WS-LEFT-OUT
                 " ENTRANT(S) BELOW THE CUT OF 64"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF
           MOVE 2 TO WS-CUP-SIZE
           PERFORM UNTIL WS-CUP-SIZE >= WS-ENT-COUNT
              COMPUTE WS-CUP-SIZE = WS-CUP-SIZE * 2
           END-PERFORM.
       END-SEED-ENTRANTS.


       BUILD-SEED-ORDER.
      * Start from seed 1 alone; each doubling pairs every seed s
      * already placed with its mirror (2 x places + 1 - s), until
      * the order covers the whole bracket.
           MOVE 1 TO WS-POS(1)
           MOVE 1 TO WS-POS-LEN
           PERFORM UNTIL WS-POS-LEN >= WS-CUP-SIZE
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-POS-LEN
                 MOVE WS-POS(WS-IDX) TO WS-POS-NEW(WS-IDX * 2 - 1)
                 COMPUTE WS-POS-NEW(WS-IDX * 2) =
                    WS-POS-LEN * 2 + 1 - WS-POS(WS-IDX)
              END-PERFORM
              MOVE WS-POS-NEW-TABLE TO WS-POS-TABLE
              COMPUTE WS-POS-LEN = WS-POS-LEN * 2
           END-PERFORM.
       END-BUILD-SEED-ORDER.


       BUILD-FIRST-ROUND.
      * Each first-round tie pairs two neighbouring places in the
      * seeding order; a place past the last entrant is a bye, and
      * the seed drawn against it goes through there and then.
           PERFORM BUILD-SEED-ORDER
           MOVE 0 TO WS-MATCH-COUNT
           COMPUTE WS-LIMIT = WS-CUP-SIZE / 2
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-LIMIT
              ADD 1 TO WS-MATCH-COUNT
              MOVE 1 TO WS-MAT-ROUND(WS-MATCH-COUNT)
              MOVE WS-IDX TO WS-MAT-SLOT(WS-MATCH-COUNT)
              MOVE WS-ROUND-DATE TO WS-MAT-DATE(WS-MATCH-COUNT)
              MOVE WS-POS(WS-IDX * 2 - 1) TO
                 WS-MAT-SEED-A(WS-MATCH-COUNT)
              MOVE WS-POS(WS-IDX * 2) TO WS-MAT-SEED-B(WS-MATCH-COUNT)
              MOVE 0 TO WS-MAT-WINNER(WS-MATCH-COUNT)
              MOVE SPACES TO WS-MAT-HOW(WS-MATCH-COUNT)
              MOVE 0 TO WS-MAT-SCORE-A(WS-MATCH-COUNT)
              MOVE 0 TO WS-MAT-SCORE-B(WS-MATCH-COUNT)
              IF WS-MAT-SEED-B(WS-MATCH-COUNT) > WS-ENT-COUNT THEN
                 MOVE 0 TO WS-MAT-SEED-B(WS-MATCH-COUNT)
                 MOVE WS-MAT-SEED-A(WS-MATCH-COUNT) TO
                    WS-MAT-WINNER(WS-MATCH-COUNT)
                 MOVE "BYE" TO WS-MAT-HOW(WS-MATCH-COUNT)
              END-IF
           END-PERFORM
           MOVE "Y" TO WS-CUP-ON-FILE
           MOVE 1 TO WS-CUP-ROUND
           MOVE "O" TO WS-CUP-STATE
           MOVE 0 TO WS-CUP-WINNER
           MOVE WS-BUSI-DATE TO WS-CUP-DRAWN.
       END-BUILD-FIRST-ROUND.


       SETTLE-CUP-ROUND.
      * The current round is settled off the filings for its own
      * night, whenever the run comes after it -- a tie still open
      * tonight is tried again on the next run, once the missing
      * card is finished or FIXTURE-CHECK has had its say.
           EVALUATE TRUE
              WHEN WS-CUP-ON-FILE = "N"
                 MOVE "NO CUP ON FILE" TO WS-REASON
              WHEN WS-ROUND-DATE NOT = SPACES AND
                 WS-ROUND-DATE IS NOT NUMERIC
                 MOVE "ROUND DATE NOT A DATE" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON = SPACES THEN
              IF WS-CUP-STATE NOT = "O" THEN
                 MOVE WS-CUP-WINNER TO WS-PRINT-SEED
                 DISPLAY "CUP ALREADY WON BY "
                    WS-ENT-PLAYER(WS-PRINT-SEED)
              ELSE
                 PERFORM FIND-CURRENT-ROUND
                 IF WS-PLAY-DATE > WS-BUSI-DATE THEN
                    DISPLAY "ROUND " WS-CUP-ROUND
                       " IS NOT PLAYED UNTIL " WS-PLAY-DATE
                 ELSE
                    PERFORM SETTLE-CURRENT-ROUND
                 END-IF
              END-IF
           END-IF.
       END-SETTLE-CUP-ROUND.


       FIND-CURRENT-ROUND.
           MOVE 0 TO WS-ROUND-FIRST
           MOVE 0 TO WS-ROUND-MATCHES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-MATCH-COUNT
              IF WS-MAT-ROUND(WS-IDX) = WS-CUP-ROUND THEN
                 IF WS-ROUND-FIRST = 0 THEN
                    MOVE WS-IDX TO WS-ROUND-FIRST
                    MOVE WS-MAT-DATE(WS-IDX) TO WS-PLAY-DATE
                 END-IF
                 ADD 1 TO WS-ROUND-MATCHES
              END-IF
           END-PERFORM.
       END-FIND-CURRENT-ROUND.


       SETTLE-CURRENT-ROUND.
           PERFORM LOAD-RATINGS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-ENT-COUNT
              MOVE WS-ENT-PLAYER(WS-IDX) TO WS-HOLD-PLAYER
              PERFORM FIND-PLAYER-RATING
              MOVE WS-HOLD-RATING TO WS-ENT-NOW(WS-IDX)
           END-PERFORM
           PERFORM LOAD-ROUND-NO-SHOWS
           PERFORM VARYING WS-MAT-IDX FROM WS-ROUND-FIRST BY 1
              UNTIL WS-MAT-IDX >= WS-ROUND-FIRST + WS-ROUND-MATCHES
              IF WS-MAT-WINNER(WS-MAT-IDX) = 0 THEN
                 PERFORM SETTLE-ONE-MATCH
              END-IF
           END-PERFORM
           DISPLAY "ROUND " WS-CUP-ROUND " OF " WS-PLAY-DATE ": "
              WS-SETTLED-COUNT " SETTLED, " WS-PENDING-COUNT
              " STILL OPEN"
           IF WS-PENDING-COUNT = 0 THEN
              IF WS-ROUND-MATCHES = 1 THEN
                 PERFORM CROWN-CUP-WINNER
              ELSE
                 PERFORM BUILD-NEXT-ROUND
              END-IF
           END-IF
           PERFORM SAVE-CUP-MASTER
           IF WS-PENDING-COUNT = 0 AND WS-CUP-STATE = "O" THEN
              PERFORM SCHEDULE-ROUND-FIXTURES
           END-IF
           PERFORM PRINT-BRACKET.
       END-SETTLE-CURRENT-ROUND.


       LOAD-ROUND-NO-SHOWS.
           MOVE 0 TO WS-NSH-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NO-SHOW-FILE
           IF WS-NOSHOW-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ NO-SHOW-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF NSH-DATE = WS-PLAY-DATE AND
                          WS-NSH-COUNT < 200 THEN
                          ADD 1 TO WS-NSH-COUNT
                          MOVE NSH-PLAYER TO
                             WS-NSH-PLAYER(WS-NSH-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NO-SHOW-FILE
           END-IF.
       END-LOAD-ROUND-NO-SHOWS.


       SETTLE-ONE-MATCH.
      * Two finished filings: the higher total goes through, and a
      * level total goes to the better-rated player. One side a
      * no-show: the other side walks over, filing or not. Both
      * no-shows: the better-rated player goes through. Anything
      * else -- a card not finished, a night FIXTURE-CHECK hasn't
      * covered yet -- stays open.
           MOVE WS-MAT-SEED-A(WS-MAT-IDX) TO WS-SEED-A
           MOVE WS-MAT-SEED-B(WS-MAT-IDX) TO WS-SEED-B
           MOVE WS-ENT-PLAYER(WS-SEED-A) TO WS-LOOK-PLAYER
           PERFORM LOOK-UP-PLAYER-NIGHT
           MOVE WS-HAS-RESULT TO WS-A-RESULT
           MOVE WS-RESULT-TOTAL TO WS-A-TOTAL
           MOVE WS-IS-NO-SHOW TO WS-A-NO-SHOW
           MOVE WS-ENT-PLAYER(WS-SEED-B) TO WS-LOOK-PLAYER
           PERFORM LOOK-UP-PLAYER-NIGHT
           MOVE WS-HAS-RESULT TO WS-B-RESULT
           MOVE WS-RESULT-TOTAL TO WS-B-TOTAL
           MOVE WS-IS-NO-SHOW TO WS-B-NO-SHOW
           EVALUATE TRUE
              WHEN WS-A-RESULT = "Y" AND WS-B-RESULT = "Y"
                 MOVE WS-A-TOTAL TO WS-MAT-SCORE-A(WS-MAT-IDX)
                 MOVE WS-B-TOTAL TO WS-MAT-SCORE-B(WS-MAT-IDX)
                 MOVE "RESULT" TO WS-MAT-HOW(WS-MAT-IDX)
                 EVALUATE TRUE
                    WHEN WS-A-TOTAL > WS-B-TOTAL
                       MOVE WS-SEED-A TO WS-MAT-WINNER(WS-MAT-IDX)
                    WHEN WS-B-TOTAL > WS-A-TOTAL
                       MOVE WS-SEED-B TO WS-MAT-WINNER(WS-MAT-IDX)
                    WHEN OTHER
                       PERFORM BREAK-TIE-ON-RATING
                       MOVE "RATING" TO WS-MAT-HOW(WS-MAT-IDX)
                 END-EVALUATE
              WHEN WS-A-NO-SHOW = "Y" AND WS-B-NO-SHOW = "Y"
                 PERFORM BREAK-TIE-ON-RATING
                 MOVE "NO-SHOWS" TO WS-MAT-HOW(WS-MAT-IDX)
              WHEN WS-A-NO-SHOW = "Y"
                 MOVE WS-SEED-B TO WS-MAT-WINNER(WS-MAT-IDX)
                 MOVE "WALKOVER" TO WS-MAT-HOW(WS-MAT-IDX)
              WHEN WS-B-NO-SHOW = "Y"
                 MOVE WS-SEED-A TO WS-MAT-WINNER(WS-MAT-IDX)
                 MOVE "WALKOVER" TO WS-MAT-HOW(WS-MAT-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MAT-WINNER(WS-MAT-IDX) = 0 THEN
              ADD 1 TO WS-PENDING-COUNT
           ELSE
              ADD 1 TO WS-SETTLED-COUNT
              MOVE WS-MAT-WINNER(WS-MAT-IDX) TO WS-PRINT-SEED
              DISPLAY WS-ENT-PLAYER(WS-SEED-A) " V "
                 WS-ENT-PLAYER(WS-SEED-B) " - "
                 WS-ENT-PLAYER(WS-PRINT-SEED) " ("
                 WS-MAT-HOW(WS-MAT-IDX) ")"
              IF WS-MAT-HOW(WS-MAT-IDX) = "WALKOVER" OR
                 WS-MAT-HOW(WS-MAT-IDX) = "NO-SHOWS" THEN
                 ADD 1 TO WS-WALKOVER-COUNT
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "KNOCKOUT-CUP - WALKOVER TO "
                    WS-ENT-PLAYER(WS-PRINT-SEED) " ON "
                    WS-PLAY-DATE
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                 MOVE "W" TO WS-LOG-SEVERITY
                 PERFORM WRITE-OPERATIONS-LINE
              END-IF
           END-IF.
       END-SETTLE-ONE-MATCH.


       BREAK-TIE-ON-RATING.
      * Tonight's ladder rating decides; level ratings go to the
      * higher seed.
           EVALUATE TRUE
              WHEN WS-ENT-NOW(WS-SEED-A) > WS-ENT-NOW(WS-SEED-B)
                 MOVE WS-SEED-A TO WS-MAT-WINNER(WS-MAT-IDX)
              WHEN WS-ENT-NOW(WS-SEED-B) > WS-ENT-NOW(WS-SEED-A)
                 MOVE WS-SEED-B TO WS-MAT-WINNER(WS-MAT-IDX)
              WHEN WS-SEED-A < WS-SEED-B
                 MOVE WS-SEED-A TO WS-MAT-WINNER(WS-MAT-IDX)
              WHEN OTHER
                 MOVE WS-SEED-B TO WS-MAT-WINNER(WS-MAT-IDX)
           END-EVALUATE.
       END-BREAK-TIE-ON-RATING.


       LOOK-UP-PLAYER-NIGHT.
      * WS-LOOK-PLAYER's filing in the cup's game for the round's
      * night -- only a finished yacht card or a closed dart session
      * counts as a result -- and whether FIXTURE-CHECK has them
      * down as a no-show that night.
           MOVE "N" TO WS-HAS-RESULT
           MOVE 0 TO WS-RESULT-TOTAL
           IF WS-CUP-GAME = "YACHT" THEN
              OPEN INPUT YACHT-SCOREFILE
              IF WS-YACHT-STATUS = "00" THEN
                 MOVE WS-LOOK-PLAYER TO YSF-PLAYER
                 MOVE WS-PLAY-DATE TO YSF-GAME-DATE
                 MOVE WS-VENUE TO YSF-VENUE
                 READ YACHT-SCOREFILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM CHECK-GAME-COMPLETE
                       IF WS-GAME-COMPLETE = "Y" THEN
                          MOVE "Y" TO WS-HAS-RESULT
                       END-IF
                 END-READ
                 CLOSE YACHT-SCOREFILE
              END-IF
           ELSE
              OPEN INPUT DARTS-SCOREFILE
              IF WS-DARTS-STATUS = "00" THEN
                 MOVE WS-LOOK-PLAYER TO DSF-PLAYER
                 MOVE WS-PLAY-DATE TO DSF-SESSION-DATE
                 MOVE WS-VENUE TO DSF-VENUE
                 READ DARTS-SCOREFILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF DSF-CLOSED = "Y" THEN
                          MOVE "Y" TO WS-HAS-RESULT
                          MOVE DSF-TOTAL TO WS-RESULT-TOTAL
                       END-IF
                 END-READ
                 CLOSE DARTS-SCOREFILE
              END-IF
           END-IF
           MOVE "N" TO WS-IS-NO-SHOW
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >
              WS-NSH-COUNT
              IF WS-NSH-PLAYER(WS-IDX2) = WS-LOOK-PLAYER THEN
                 MOVE "Y" TO WS-IS-NO-SHOW
              END-IF
           END-PERFORM.
       END-LOOK-UP-PLAYER-NIGHT.


       CHECK-GAME-COMPLETE.
      * Same completeness-and-total walk the standings do, bonus
      * included -- the cup has to agree with the board.
           MOVE "Y" TO WS-GAME-COMPLETE
           MOVE ZERO TO WS-RESULT-TOTAL
           MOVE ZERO TO WS-UPPER-TOTAL
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1 UNTIL WS-CAT-INDEX
              > 12
              IF YSF-SET(WS-CAT-INDEX) IS NOT EQUAL TO "Y" THEN
                 MOVE "N" TO WS-GAME-COMPLETE
              END-IF
              ADD YSF-SCORE(WS-CAT-INDEX) TO WS-RESULT-TOTAL
              IF WS-CAT-INDEX <= 6 THEN
                 ADD YSF-SCORE(WS-CAT-INDEX) TO WS-UPPER-TOTAL
              END-IF
           END-PERFORM
           IF WS-GAME-COMPLETE = "Y" AND WS-UPPER-TOTAL >= 63 THEN
              ADD 35 TO WS-RESULT-TOTAL
           END-IF.
       END-CHECK-GAME-COMPLETE.


       BUILD-NEXT-ROUND.
      * The winners of neighbouring ties meet in the next round, in
      * bracket order, a week on unless a date was given.
           IF WS-ROUND-DATE = SPACES THEN
              MOVE WS-PLAY-DATE TO WS-DATE-NUMERIC
              COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 7)
              MOVE WS-DATE-NUMERIC TO WS-NEXT-DATE
           ELSE
              MOVE WS-ROUND-DATE TO WS-NEXT-DATE
           END-IF
           COMPUTE WS-LIMIT = WS-ROUND-MATCHES / 2
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-LIMIT
              ADD 1 TO WS-MATCH-COUNT
              COMPUTE WS-MAT-ROUND(WS-MATCH-COUNT) = WS-CUP-ROUND + 1
              MOVE WS-IDX TO WS-MAT-SLOT(WS-MATCH-COUNT)
              MOVE WS-NEXT-DATE TO WS-MAT-DATE(WS-MATCH-COUNT)
              MOVE WS-MAT-WINNER(WS-ROUND-FIRST + WS-IDX * 2 - 2) TO
                 WS-MAT-SEED-A(WS-MATCH-COUNT)
              MOVE WS-MAT-WINNER(WS-ROUND-FIRST + WS-IDX * 2 - 1) TO
                 WS-MAT-SEED-B(WS-MATCH-COUNT)
              MOVE 0 TO WS-MAT-WINNER(WS-MATCH-COUNT)
              MOVE SPACES TO WS-MAT-HOW(WS-MATCH-COUNT)
              MOVE 0 TO WS-MAT-SCORE-A(WS-MATCH-COUNT)
              MOVE 0 TO WS-MAT-SCORE-B(WS-MATCH-COUNT)
           END-PERFORM
           ADD 1 TO WS-CUP-ROUND
           DISPLAY "ROUND " WS-CUP-ROUND " DRAWN FOR " WS-NEXT-DATE.
       END-BUILD-NEXT-ROUND.


       CROWN-CUP-WINNER.
      * The final is settled: the cup is closed and the winner's
      * badge goes on the badge master, dated tonight.
           MOVE WS-MAT-WINNER(WS-ROUND-FIRST) TO WS-CUP-WINNER
           MOVE "W" TO WS-CUP-STATE
           OPEN EXTEND BADGE-MASTER
           IF WS-BADGE-STATUS = "05" OR WS-BADGE-STATUS = "35"
              CLOSE BADGE-MASTER
              OPEN OUTPUT BADGE-MASTER
           END-IF
           MOVE WS-ENT-PLAYER(WS-CUP-WINNER) TO BM-PLAYER
           MOVE WS-CUP-BADGE TO BM-BADGE
           MOVE WS-BUSI-DATE TO BM-DATE
           WRITE BADGE-MASTER-REC
           CLOSE BADGE-MASTER
           DISPLAY "CUP WON BY " WS-ENT-PLAYER(WS-CUP-WINNER)
           MOVE SPACES TO WS-LOG-TEXT
           STRING "KNOCKOUT-CUP - " WS-CUP-GAME " CUP WON BY "
              WS-ENT-PLAYER(WS-CUP-WINNER)
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-CROWN-CUP-WINNER.


       SCHEDULE-ROUND-FIXTURES.
      * The current round's ties go on the league schedule for their
      * night; a bye needs no fixture.
           OPEN EXTEND FIXTURE-SCHEDULE
           IF WS-SCHEDULE-STATUS = "05" OR WS-SCHEDULE-STATUS = "35"
              CLOSE FIXTURE-SCHEDULE
              OPEN OUTPUT FIXTURE-SCHEDULE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-MATCH-COUNT
              IF WS-MAT-ROUND(WS-IDX) = WS-CUP-ROUND AND
                 WS-MAT-SEED-B(WS-IDX) NOT = 0 THEN
                 MOVE WS-MAT-DATE(WS-IDX) TO FX-DATE
                 MOVE WS-CUP-GAME TO FX-GAME
                 MOVE WS-MAT-SEED-A(WS-IDX) TO WS-SEED-A
                 MOVE WS-MAT-SEED-B(WS-IDX) TO WS-SEED-B
                 MOVE WS-ENT-PLAYER(WS-SEED-A) TO FX-PLAYER-A
                 MOVE WS-ENT-PLAYER(WS-SEED-B) TO FX-PLAYER-B
                 MOVE WS-VENUE TO FX-VENUE
                 WRITE FIXTURE-SCHEDULE-REC
              END-IF
           END-PERFORM
           CLOSE FIXTURE-SCHEDULE.
       END-SCHEDULE-ROUND-FIXTURES.


       SAVE-CUP-MASTER.
           OPEN OUTPUT CUP-MASTER
           MOVE SPACES TO CUP-HEADER-REC
           MOVE "H" TO CH-TYPE
           MOVE WS-CUP-GAME TO CH-GAME
           MOVE WS-CUP-ROUND TO CH-ROUND
           MOVE WS-CUP-SIZE TO CH-SIZE
           MOVE WS-ENT-COUNT TO CH-ENTRANTS
           MOVE WS-CUP-STATE TO CH-STATE
           MOVE WS-CUP-WINNER TO CH-WINNER
           MOVE WS-CUP-DRAWN TO CH-DRAWN
           WRITE CUP-HEADER-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-ENT-COUNT
              MOVE SPACES TO CUP-ENTRANT-REC
              MOVE "E" TO CE-TYPE
              MOVE WS-IDX TO CE-SEED
              MOVE WS-ENT-PLAYER(WS-IDX) TO CE-PLAYER
              MOVE WS-ENT-RATING(WS-IDX) TO CE-RATING
              WRITE CUP-ENTRANT-REC
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-MATCH-COUNT
              MOVE SPACES TO CUP-MATCH-REC
              MOVE "M" TO CX-TYPE
              MOVE WS-MAT-ROUND(WS-IDX) TO CX-ROUND
              MOVE WS-MAT-SLOT(WS-IDX) TO CX-SLOT
              MOVE WS-MAT-DATE(WS-IDX) TO CX-DATE
              MOVE WS-MAT-SEED-A(WS-IDX) TO CX-SEED-A
              MOVE WS-MAT-SEED-B(WS-IDX) TO CX-SEED-B
              MOVE WS-MAT-WINNER(WS-IDX) TO CX-WINNER
              MOVE WS-MAT-HOW(WS-IDX) TO CX-HOW
              MOVE WS-MAT-SCORE-A(WS-IDX) TO CX-SCORE-A
              MOVE WS-MAT-SCORE-B(WS-IDX) TO CX-SCORE-B
              WRITE CUP-MATCH-REC
           END-PERFORM
           CLOSE CUP-MASTER.
       END-SAVE-CUP-MASTER.


       PRINT-BRACKET.
      * Every round drawn so far, each tie with its seeds, the two
      * totals where they were played, and who went through and
      * how; an open tie shows as OPEN.
           OPEN OUTPUT CUP-BRACKET
           MOVE SPACES TO CUP-BRACKET-REC
           STRING "KNOCKOUT CUP - " WS-CUP-GAME " DRAWN "
              WS-CUP-DRAWN "  BRACKET AS OF " WS-BUSI-DATE
              DELIMITED BY SIZE INTO CUP-BRACKET-REC
           WRITE CUP-BRACKET-REC
           MOVE SPACES TO CUP-BRACKET-REC
           STRING WS-ENT-COUNT " ENTRANTS IN A BRACKET OF "
              WS-CUP-SIZE
              DELIMITED BY SIZE INTO CUP-BRACKET-REC
           WRITE CUP-BRACKET-REC
           PERFORM VARYING WS-PRINT-ROUND FROM 1 BY 1 UNTIL
              WS-PRINT-ROUND > WS-CUP-ROUND
              MOVE 0 TO WS-ROUND-MATCHES
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-MATCH-COUNT
                 IF WS-MAT-ROUND(WS-IDX) = WS-PRINT-ROUND THEN
                    ADD 1 TO WS-ROUND-MATCHES
                    MOVE WS-MAT-DATE(WS-IDX) TO WS-PLAY-DATE
                 END-IF
              END-PERFORM
              MOVE SPACES TO CUP-BRACKET-REC
              WRITE CUP-BRACKET-REC
              MOVE SPACES TO CUP-BRACKET-REC
              EVALUATE WS-ROUND-MATCHES
                 WHEN 1
                    STRING "FINAL - " WS-PLAY-DATE
                       DELIMITED BY SIZE INTO CUP-BRACKET-REC
                 WHEN 2
                    STRING "SEMI-FINALS - " WS-PLAY-DATE
                       DELIMITED BY SIZE INTO CUP-BRACKET-REC
                 WHEN OTHER
                    STRING "ROUND " WS-PRINT-ROUND " - " WS-PLAY-DATE
                       DELIMITED BY SIZE INTO CUP-BRACKET-REC
              END-EVALUATE
              WRITE CUP-BRACKET-REC
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-MATCH-COUNT
                 IF WS-MAT-ROUND(WS-IDX) = WS-PRINT-ROUND THEN
                    PERFORM PRINT-BRACKET-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-CUP-STATE = "W" THEN
              MOVE SPACES TO CUP-BRACKET-REC
              WRITE CUP-BRACKET-REC
              MOVE SPACES TO CUP-BRACKET-REC
              STRING "CUP WINNER: " WS-ENT-PLAYER(WS-CUP-WINNER)
                 DELIMITED BY SIZE INTO CUP-BRACKET-REC
              WRITE CUP-BRACKET-REC
           END-IF
           CLOSE CUP-BRACKET
           MOVE "CUPBRKT" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-PRINT-BRACKET.


       PRINT-BRACKET-LINE.
           MOVE SPACES TO CUP-BRACKET-REC
           MOVE WS-MAT-SEED-A(WS-IDX) TO WS-SEED-A
           MOVE WS-MAT-SEED-B(WS-IDX) TO WS-SEED-B
           MOVE "(" TO CUP-BRACKET-REC(1:1)
           MOVE WS-SEED-A TO CUP-BRACKET-REC(2:2)
           MOVE ")" TO CUP-BRACKET-REC(4:1)
           MOVE WS-ENT-PLAYER(WS-SEED-A) TO CUP-BRACKET-REC(6:20)
           MOVE "V" TO CUP-BRACKET-REC(27:1)
           IF WS-SEED-B = 0 THEN
              MOVE "BYE" TO CUP-BRACKET-REC(34:3)
           ELSE
              MOVE "(" TO CUP-BRACKET-REC(29:1)
              MOVE WS-SEED-B TO CUP-BRACKET-REC(30:2)
              MOVE ")" TO CUP-BRACKET-REC(32:1)
              MOVE WS-ENT-PLAYER(WS-SEED-B) TO CUP-BRACKET-REC(34:20)
           END-IF
           IF WS-MAT-HOW(WS-IDX) = "RESULT" OR
              WS-MAT-HOW(WS-IDX) = "RATING" THEN
              MOVE WS-MAT-SCORE-A(WS-IDX) TO WS-PRINT-SCORE
              MOVE WS-PRINT-SCORE TO CUP-BRACKET-REC(55:4)
              MOVE "-" TO CUP-BRACKET-REC(59:1)
              MOVE WS-MAT-SCORE-B(WS-IDX) TO WS-PRINT-SCORE
              MOVE WS-PRINT-SCORE TO CUP-BRACKET-REC(60:4)
           END-IF
           IF WS-MAT-WINNER(WS-IDX) = 0 THEN
              MOVE "OPEN" TO CUP-BRACKET-REC(66:4)
           ELSE
              MOVE "(" TO CUP-BRACKET-REC(66:1)
              MOVE WS-MAT-WINNER(WS-IDX) TO CUP-BRACKET-REC(67:2)
              MOVE ")" TO CUP-BRACKET-REC(69:1)
              MOVE WS-MAT-HOW(WS-IDX) TO CUP-BRACKET-REC(71:8)
           END-IF
           WRITE CUP-BRACKET-REC.
       END-PRINT-BRACKET-LINE.


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
              MOVE "KNOCKOUT-CUP" TO DRG-PROGRAM
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
           STRING "KNOCKOUT-CUP - " WS-ACTION " ROUND " WS-CUP-ROUND
              " " WS-SETTLED-COUNT " SETTLED, " WS-PENDING-COUNT
              " OPEN, " WS-WALKOVER-COUNT " WALKOVER(S)"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "KNOCKOUT-CUP - REJECTED " WS-ACTION " - "
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
           MOVE "KNOCKOUT-CUP - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "KNOCKOUT-CUP - RUN END" TO WS-LOG-TEXT
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
