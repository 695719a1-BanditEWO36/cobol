       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASON-ROLLOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The season control: the season under way and the night it
      * opened, and the last season closed with its first and last
      * nights. The standings read it to stay season to date and
      * HANDICAP-CALC reads it for the closed season's window; this
      * program is the only one that writes it.
           SELECT SEASON-CONTROL ASSIGN TO "SEASONCT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASON-STATUS.
      * The season tables the two standings programs leave behind
      * them; run fresh here as the season closes, they are the
      * final standings that get archived.
           SELECT YACHT-STANDINGS-EXTRACT ASSIGN TO "YSTANDNG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YEXTRACT-STATUS.
           SELECT TEAM-STANDINGS-EXTRACT ASSIGN TO "TSTANDNG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEXTRACT-STATUS.
      * The season archive: every closed season's final tables, one
      * row per player or team under the season's number, added to
      * the end each rollover and never rewritten.
           SELECT SEASON-ARCHIVE ASSIGN TO "SEASNARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.
      * The ratings master RATINGS-LADDER keeps; every rating is
      * drawn part of the way back toward the field's mean so last
      * season's form counts for something but not everything.
           SELECT RATINGS-MASTER ASSIGN TO "RATINGMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.
      * The league fixture schedule FIXTURE-MAINT keeps; emptied at
      * the rollover so the new season's fixtures start clean.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "LEAGSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDULE-STATUS.
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
       FD  SEASON-CONTROL.
       01 SEASON-CONTROL-REC.
           05 SC-SEASON-ID  PIC 9(4).
           05 SC-START-DATE PIC X(8).
           05 SC-LAST-ID    PIC 9(4).
           05 SC-LAST-START PIC X(8).
           05 SC-LAST-END   PIC X(8).
       FD  YACHT-STANDINGS-EXTRACT.
       01 YACHT-STANDINGS-EXTRACT-REC.
           05 YX-PLAYER PIC X(20).
           05 YX-WINS   PIC 999.
           05 YX-LOSSES PIC 999.
           05 YX-POINTS PIC 9(6).
           05 YX-BADGES PIC 999.
       FD  TEAM-STANDINGS-EXTRACT.
       01 TEAM-STANDINGS-EXTRACT-REC.
           05 TX-TEAM   PIC X(20).
           05 TX-POINTS PIC 999.
           05 TX-TOTAL  PIC 9(7).
      * A yacht row carries the player's wins, losses, points scored
      * and badges; a team row carries its league points and total
      * scored. Whatever a table doesn't keep is left at zero.
       FD  SEASON-ARCHIVE.
       01 SEASON-ARCHIVE-REC.
           05 SA-SEASON PIC 9(4).
           05 SA-TABLE  PIC X(5).
           05 SA-NAME   PIC X(20).
           05 SA-WINS   PIC 999.
           05 SA-LOSSES PIC 999.
           05 SA-POINTS PIC 999.
           05 SA-TOTAL  PIC 9(7).
           05 SA-BADGES PIC 999.
           05 SA-FROM   PIC X(8).
           05 SA-TO     PIC X(8).
       FD  RATINGS-MASTER.
       01 RATINGS-MASTER-REC.
           05 RM-PLAYER PIC X(20).
           05 RM-RATING PIC 9(4).
           05 RM-GAMES  PIC 9(4).
           05 RM-MOVED-ON    PIC X(8).
           05 RM-BEFORE-MOVE PIC 9(4).
       FD  FIXTURE-SCHEDULE.
       01 FIXTURE-SCHEDULE-REC.
           05 FX-DATE     PIC X(8).
           05 FX-GAME     PIC X(10).
           05 FX-PLAYER-A PIC X(20).
           05 FX-PLAYER-B PIC X(20).
           05 FX-VENUE    PIC X(4).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * ROLLOVER, what a call with no action given runs, closes the
      * season; PREVIEW shows what a rollover tonight would do and
      * changes nothing.
       01 WS-ACTION PIC X(8) VALUE SPACES.
      * How far, in percent, each rating is drawn back toward the
      * mean; zero given means the shop's usual third.
       01 WS-REGRESS-PCT PIC 999 VALUE 0.
      * The closing season's last night; blank means tonight.
       01 WS-CLOSE-DATE PIC X(8) VALUE SPACES.
       01 WS-SEASON-STATUS   PIC XX.
       01 WS-YEXTRACT-STATUS PIC XX.
       01 WS-TEXTRACT-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS  PIC XX.
       01 WS-RATING-STATUS   PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The season closing and the one opening behind it.
       01 WS-SEASON-ID    PIC 9(4) VALUE 1.
       01 WS-SEASON-START PIC X(8) VALUE SPACES.
       01 WS-NEXT-ID      PIC 9(4).
       01 WS-NEXT-START   PIC X(8).
       01 WS-DATE-NUMERIC PIC 9(8).
      * The standings and HANDICAP-CALC are CALLed the way the nightly
      * scheduler calls its steps.
       01 WS-STEP-NAME PIC X(30).
       01 WS-STEP-FAILED PIC X.
      * The ratings master in storage: the marker record RATINGS-
      * LADDER keeps up front goes back out exactly as it came in.
       01 WS-RATING-MARKER PIC X(20) VALUE "*** LAST RATED".
       01 WS-MARKER-REC    PIC X(28) VALUE SPACES.
       01 WS-RATED-COUNT PIC 999 VALUE 0.
       01 WS-RATING-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
              10 WS-RT-PLAYER PIC X(20).
              10 WS-RT-RATING PIC 9(4).
              10 WS-RT-GAMES  PIC 9(4).
       01 WS-RATING-SUM  PIC 9(7).
       01 WS-RATING-MEAN PIC 9(4).
       01 WS-NEW-RATING  PIC 9(4).
       01 WS-IDX PIC 999.
      * Run tallies.
       01 WS-YACHT-ROWS   PIC 999 VALUE 0.
       01 WS-TEAM-ROWS    PIC 999 VALUE 0.
       01 WS-FIXTURE-COUNT PIC 9(4) VALUE 0.
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
       SEASON-ROLLOVER.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-ACTION = SPACES THEN
              MOVE "ROLLOVER" TO WS-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           IF WS-REGRESS-PCT = 0 THEN
              MOVE 33 TO WS-REGRESS-PCT
           END-IF
           IF WS-CLOSE-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-CLOSE-DATE
           END-IF
           PERFORM LOAD-SEASON-CONTROL
           PERFORM CHECK-ROLLOVER-REQUEST
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "SEASON NOT ROLLED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE WS-CLOSE-DATE TO WS-DATE-NUMERIC
              COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 1)
              MOVE WS-DATE-NUMERIC TO WS-NEXT-START
              ADD 1 TO WS-SEASON-ID GIVING WS-NEXT-ID
              DISPLAY "SEASON ROLLOVER - " WS-ACTION
              DISPLAY "CLOSING SEASON " WS-SEASON-ID " ("
                 WS-SEASON-START " - " WS-CLOSE-DATE ")"
              DISPLAY "OPENING SEASON " WS-NEXT-ID " FROM "
                 WS-NEXT-START
              IF WS-ACTION = "ROLLOVER" THEN
                 PERFORM RUN-FINAL-STANDINGS
              END-IF
              IF WS-REASON NOT = SPACES THEN
                 DISPLAY "SEASON NOT ROLLED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 PERFORM LOAD-RATINGS-MASTER
                 PERFORM REGRESS-RATINGS
                 PERFORM COUNT-FIXTURES
                 IF WS-ACTION = "ROLLOVER" THEN
                    PERFORM ARCHIVE-FINAL-STANDINGS
                    PERFORM SAVE-RATINGS-MASTER
                    PERFORM WRITE-SEASON-CONTROL
                    PERFORM RECALCULATE-HANDICAPS
                    PERFORM CLEAR-FIXTURE-SCHEDULE
                    DISPLAY "SEASON " WS-SEASON-ID " ARCHIVED: "
                       WS-YACHT-ROWS " YACHT ROW(S), " WS-TEAM-ROWS
                       " TEAM ROW(S)"
                    DISPLAY WS-FIXTURE-COUNT
                       " FIXTURE(S) CLEARED FROM THE SCHEDULE"
                 ELSE
                    DISPLAY WS-FIXTURE-COUNT
                       " FIXTURE(S) WOULD BE CLEARED"
                 END-IF
              END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-SEASON-ROLLOVER.


       LOAD-SEASON-CONTROL.
      * No control on file means no season has ever been closed:
      * season one, running from the first result on file.
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


       CHECK-ROLLOVER-REQUEST.
      * A season that opened after the close date has not played a
      * night yet -- most likely tonight's rollover already ran -- and
      * closing it would archive an empty season on top of the real
      * one.
           IF WS-ACTION NOT = "ROLLOVER" AND WS-ACTION NOT = "PREVIEW"
              THEN
              MOVE "UNKNOWN ROLLOVER ACTION" TO WS-REASON
              DISPLAY "ACTION MUST BE ROLLOVER OR PREVIEW"
           ELSE
              IF WS-CLOSE-DATE IS NOT NUMERIC THEN
                 MOVE "CLOSE DATE NOT A DATE" TO WS-REASON
              ELSE
                 IF WS-REGRESS-PCT > 100 THEN
                    MOVE "REGRESSION OVER 100 PERCENT" TO WS-REASON
                 ELSE
                    IF WS-SEASON-START NOT = SPACES AND
                       WS-SEASON-START > WS-CLOSE-DATE THEN
                       MOVE "SEASON OPENED AFTER CLOSE DATE"
                          TO WS-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
       END-CHECK-ROLLOVER-REQUEST.


       RUN-FINAL-STANDINGS.
      * Both standings run one last time against the closing season,
      * so the extracts hold its final tables. A standings program
      * that can't be loaded stops the rollover before anything is
      * changed; last run's extract is no season's final table.
           MOVE "YACHT-STANDINGS" TO WS-STEP-NAME
           PERFORM CALL-ONE-SEASON-STEP
           IF WS-STEP-FAILED = "N" THEN
              MOVE "TEAM-STANDINGS" TO WS-STEP-NAME
              PERFORM CALL-ONE-SEASON-STEP
           END-IF
           IF WS-STEP-FAILED = "Y" THEN
              MOVE SPACES TO WS-REASON
              STRING "COULD NOT RUN " WS-STEP-NAME
                 DELIMITED BY SIZE INTO WS-REASON
           END-IF.
       END-RUN-FINAL-STANDINGS.


       CALL-ONE-SEASON-STEP.
           MOVE "N" TO WS-STEP-FAILED
           CALL WS-STEP-NAME
              ON EXCEPTION
                 MOVE "Y" TO WS-STEP-FAILED
                 DISPLAY "  COULD NOT CALL "
                    FUNCTION TRIM(WS-STEP-NAME)
           END-CALL
           MOVE 0 TO RETURN-CODE.
       END-CALL-ONE-SEASON-STEP.


       ARCHIVE-FINAL-STANDINGS.
      * Both final tables onto the end of the archive under the
      * closing season's number and nights.
           OPEN EXTEND SEASON-ARCHIVE
           IF WS-ARCHIVE-STATUS = "05" OR WS-ARCHIVE-STATUS = "35"
              CLOSE SEASON-ARCHIVE
              OPEN OUTPUT SEASON-ARCHIVE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-STANDINGS-EXTRACT
           IF WS-YEXTRACT-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ YACHT-STANDINGS-EXTRACT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SPACES TO SEASON-ARCHIVE-REC
                       MOVE "YACHT" TO SA-TABLE
                       MOVE YX-PLAYER TO SA-NAME
                       MOVE YX-WINS TO SA-WINS
                       MOVE YX-LOSSES TO SA-LOSSES
                       MOVE 0 TO SA-POINTS
                       MOVE YX-POINTS TO SA-TOTAL
                       MOVE YX-BADGES TO SA-BADGES
                       PERFORM WRITE-ARCHIVE-ROW
                       ADD 1 TO WS-YACHT-ROWS
                 END-READ
              END-PERFORM
              CLOSE YACHT-STANDINGS-EXTRACT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TEAM-STANDINGS-EXTRACT
           IF WS-TEXTRACT-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TEAM-STANDINGS-EXTRACT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SPACES TO SEASON-ARCHIVE-REC
                       MOVE "TEAM" TO SA-TABLE
                       MOVE TX-TEAM TO SA-NAME
                       MOVE 0 TO SA-WINS
                       MOVE 0 TO SA-LOSSES
                       MOVE TX-POINTS TO SA-POINTS
                       MOVE TX-TOTAL TO SA-TOTAL
                       MOVE 0 TO SA-BADGES
                       PERFORM WRITE-ARCHIVE-ROW
                       ADD 1 TO WS-TEAM-ROWS
                 END-READ
              END-PERFORM
              CLOSE TEAM-STANDINGS-EXTRACT
           END-IF
           CLOSE SEASON-ARCHIVE.
       END-ARCHIVE-FINAL-STANDINGS.


       WRITE-ARCHIVE-ROW.
           MOVE WS-SEASON-ID TO SA-SEASON
           MOVE WS-SEASON-START TO SA-FROM
           MOVE WS-CLOSE-DATE TO SA-TO
           WRITE SEASON-ARCHIVE-REC.
       END-WRITE-ARCHIVE-ROW.


       LOAD-RATINGS-MASTER.
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
                       IF RM-PLAYER = WS-RATING-MARKER THEN
                          MOVE RATINGS-MASTER-REC TO WS-MARKER-REC
                       ELSE
                          IF WS-RATED-COUNT < 200 AND
                             RM-RATING IS NUMERIC THEN
                             ADD 1 TO WS-RATED-COUNT
                             MOVE RM-PLAYER TO
                                WS-RT-PLAYER(WS-RATED-COUNT)
                             MOVE RM-RATING TO
                                WS-RT-RATING(WS-RATED-COUNT)
                             MOVE RM-GAMES TO
                                WS-RT-GAMES(WS-RATED-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATINGS-MASTER
           END-IF.
       END-LOAD-RATINGS-MASTER.


       REGRESS-RATINGS.
      * The mean is the field's own, taken before anyone moves; each
      * rating then closes the given percentage of its gap to it, so
      * the order of the ladder survives but the spread narrows.
           IF WS-RATED-COUNT = 0 THEN
              DISPLAY "NO RATINGS ON FILE - NOTHING TO REGRESS"
           ELSE
              MOVE 0 TO WS-RATING-SUM
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-RATED-COUNT
                 ADD WS-RT-RATING(WS-IDX) TO WS-RATING-SUM
              END-PERFORM
              DIVIDE WS-RATING-SUM BY WS-RATED-COUNT
                 GIVING WS-RATING-MEAN ROUNDED
              DISPLAY "RATINGS DRAWN " WS-REGRESS-PCT
                 "% TOWARD THE MEAN OF " WS-RATING-MEAN
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-RATED-COUNT
                 COMPUTE WS-NEW-RATING ROUNDED = WS-RT-RATING(WS-IDX)
                    + (WS-RATING-MEAN - WS-RT-RATING(WS-IDX))
                    * WS-REGRESS-PCT / 100
                 DISPLAY "  " WS-RT-PLAYER(WS-IDX) " "
                    WS-RT-RATING(WS-IDX) " -> " WS-NEW-RATING
                 MOVE WS-NEW-RATING TO WS-RT-RATING(WS-IDX)
              END-PERFORM
           END-IF.
       END-REGRESS-RATINGS.


       SAVE-RATINGS-MASTER.
      * Nothing rated means nothing to write back; an absent master
      * stays absent.
           IF WS-RATED-COUNT > 0 THEN
              OPEN OUTPUT RATINGS-MASTER
              IF WS-MARKER-REC NOT = SPACES THEN
                 MOVE WS-MARKER-REC TO RATINGS-MASTER-REC
                 WRITE RATINGS-MASTER-REC
              END-IF
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-RATED-COUNT
      * A regressed rating starts the season with no night's move
      * behind it.
                 MOVE SPACES TO RATINGS-MASTER-REC
                 MOVE WS-RT-PLAYER(WS-IDX) TO RM-PLAYER
                 MOVE WS-RT-RATING(WS-IDX) TO RM-RATING
                 MOVE WS-RT-GAMES(WS-IDX) TO RM-GAMES
                 WRITE RATINGS-MASTER-REC
              END-PERFORM
              CLOSE RATINGS-MASTER
           END-IF.
       END-SAVE-RATINGS-MASTER.


       WRITE-SEASON-CONTROL.
      * The new season opens the night after the close, and the
      * season just closed is remembered for HANDICAP-CALC.
           OPEN OUTPUT SEASON-CONTROL
           MOVE WS-NEXT-ID TO SC-SEASON-ID
           MOVE WS-NEXT-START TO SC-START-DATE
           MOVE WS-SEASON-ID TO SC-LAST-ID
           MOVE WS-SEASON-START TO SC-LAST-START
           MOVE WS-CLOSE-DATE TO SC-LAST-END
           WRITE SEASON-CONTROL-REC
           CLOSE SEASON-CONTROL.
       END-WRITE-SEASON-CONTROL.


       RECALCULATE-HANDICAPS.
      * With the control now naming the closed season, HANDICAP-CALC
      * draws the new handicaps from its scores alone. The season has
      * already rolled by this point, so a failed call is a warning
      * for ops to rerun the step, not a reason to stop.
           MOVE "HANDICAP-CALC" TO WS-STEP-NAME
           PERFORM CALL-ONE-SEASON-STEP
           IF WS-STEP-FAILED = "Y" THEN
              MOVE SPACES TO WS-LOG-TEXT
              STRING "SEASON-ROLLOVER - HANDICAP-CALC NOT RUN, RUN "
                 "IT BY HAND"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-RECALCULATE-HANDICAPS.


       COUNT-FIXTURES.
           MOVE 0 TO WS-FIXTURE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FIXTURE-SCHEDULE
           IF WS-SCHEDULE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ FIXTURE-SCHEDULE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-FIXTURE-COUNT
                 END-READ
              END-PERFORM
              CLOSE FIXTURE-SCHEDULE
           END-IF.
       END-COUNT-FIXTURES.


       CLEAR-FIXTURE-SCHEDULE.
      * Opened for output and closed again: the schedule is left on
      * disk, empty, for the new season's fixtures to be added to.
           OPEN OUTPUT FIXTURE-SCHEDULE
           CLOSE FIXTURE-SCHEDULE.
       END-CLEAR-FIXTURE-SCHEDULE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SEASON-ROLLOVER - " WS-ACTION " SEASON "
              WS-SEASON-ID ", " WS-RATED-COUNT " RATING(S), "
              WS-FIXTURE-COUNT " FIXTURE(S)"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SEASON-ROLLOVER - REJECTED " WS-ACTION " - "
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
           MOVE "SEASON-ROLLOVER - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "SEASON-ROLLOVER - RUN END" TO WS-LOG-TEXT
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
