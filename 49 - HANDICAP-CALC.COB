           SELECT HANDICAP-MASTER ASSIGN TO "HNDCPMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
      * The season control SEASON-ROLLOVER keeps. Once a season has
      * been closed, handicaps come from that closed season's scores
      * alone and hold for the whole of the season that follows; no
      * closed season on file means every score ever posted counts,
      * as it always did.
           SELECT SEASON-CONTROL ASSIGN TO "SEASONCT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASON-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 HM-AVERAGE   PIC 9(4).
           05 HM-HANDICAP  PIC 9(4).
           05 HM-CALC-DATE PIC X(8).
       FD  SEASON-CONTROL.
       01 SEASON-CONTROL-REC.
           05 SC-SEASON-ID  PIC 9(4).
           05 SC-START-DATE PIC X(8).
           05 SC-LAST-ID    PIC 9(4).
           05 SC-LAST-START PIC X(8).
           05 SC-LAST-END   PIC X(8).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 WS-MASTER-STATUS   PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * The closed season the handicaps are drawn from, first and
      * last night; left blank, no window applies.
       01 WS-SEASON-STATUS PIC XX.
       01 WS-WINDOW-SEASON PIC 9(4) VALUE 0.
       01 WS-WINDOW-FROM   PIC X(8) VALUE SPACES.
       01 WS-WINDOW-TO     PIC X(8) VALUE SPACES.
      * Per-player accumulation across both score files: game count
      * and score sum, from which the average falls out.
       01 WS-PLAYER-COUNT PIC 999 VALUE 0.
      * rather than counted as zero games.
       01 WS-FOLD-PLAYER PIC X(20).
       01 WS-FOLD-SCORE  PIC X(4).
       01 WS-FOLD-DATE   PIC X(8).
       01 WS-PAD-SCORE   PIC X(4).
       01 WS-SCORE-NUMERIC PIC 9(4).
      * The handicap levels every player up toward the field's best
       PROCEDURE DIVISION.
       HANDICAP-CALC.
           PERFORM LOG-RUN-START
           PERFORM LOAD-SEASON-WINDOW
           PERFORM FOLD-SCORE-HISTORY
           PERFORM FOLD-SCORE-OVERFLOW
           IF WS-PLAYER-COUNT = 0 THEN
       END-HANDICAP-CALC.


       LOAD-SEASON-WINDOW.
      * The last closed season's nights, when the control carries
      * one; a season number of zero means none has closed yet.
           OPEN INPUT SEASON-CONTROL
           IF WS-SEASON-STATUS = "00" THEN
              READ SEASON-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SC-LAST-ID IS NUMERIC AND SC-LAST-ID > 0 THEN
                       MOVE SC-LAST-ID TO WS-WINDOW-SEASON
                       MOVE SC-LAST-START TO WS-WINDOW-FROM
                       MOVE SC-LAST-END TO WS-WINDOW-TO
                       DISPLAY "HANDICAPS FROM SEASON " SC-LAST-ID
                          " (" SC-LAST-START " - " SC-LAST-END ")"
                    END-IF
              END-READ
              CLOSE SEASON-CONTROL
           END-IF.
       END-LOAD-SEASON-WINDOW.


       FOLD-SCORE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-HISTORY
                    NOT AT END
                       MOVE SH-PLAYER TO WS-FOLD-PLAYER
                       MOVE SH-SCORE TO WS-FOLD-SCORE
                       MOVE SH-DATE TO WS-FOLD-DATE
                       PERFORM FOLD-ONE-SCORE
                 END-READ
              END-PERFORM
                    NOT AT END
                       MOVE SO-PLAYER TO WS-FOLD-PLAYER
                       MOVE SO-SCORE TO WS-FOLD-SCORE
                       MOVE SO-DATE TO WS-FOLD-DATE
                       PERFORM FOLD-ONE-SCORE
                 END-READ
              END-PERFORM
      * One score into its player's running count and sum, creating
      * the player's row on first sight. Scores written three digits
      * short by the old board pad up the way LOAD-SCORE-HISTORY
      * pads them; anything still not numeric is skipped, and so is
      * a score from outside the closed season when one applies.
           IF WS-FOLD-SCORE(4:1) = SPACE AND
              WS-FOLD-SCORE(1:3) IS NUMERIC THEN
              MOVE SPACES TO WS-PAD-SCORE
           END-IF
           IF WS-FOLD-SCORE IS NOT NUMERIC THEN
              CONTINUE
           ELSE
           IF WS-WINDOW-SEASON > 0 AND
              (WS-FOLD-DATE < WS-WINDOW-FROM OR
               WS-FOLD-DATE > WS-WINDOW-TO) THEN
              CONTINUE
           ELSE
              MOVE WS-FOLD-SCORE TO WS-SCORE-NUMERIC
              MOVE 0 TO WS-FOUND-IDX
                 ADD 1 TO WS-PT-GAMES(WS-FOUND-IDX)
                 ADD WS-SCORE-NUMERIC TO WS-PT-SUM(WS-FOUND-IDX)
              END-IF
           END-IF
           END-IF.
       END-FOLD-ONE-SCORE.

