           05 RM-PLAYER PIC X(20).
           05 RM-RATING PIC 9(4).
           05 RM-GAMES  PIC 9(4).
      * The last night the rating moved, and the rating the player
      * took into that night, for the night's results sheet.
           05 RM-MOVED-ON    PIC X(8).
           05 RM-BEFORE-MOVE PIC 9(4).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
              10 WS-LAD-PLAYER PIC X(20).
              10 WS-LAD-RATING PIC 9(4).
              10 WS-LAD-GAMES  PIC 9(4).
              10 WS-LAD-MOVED-ON PIC X(8).
              10 WS-LAD-BEFORE   PIC 9(4).
       01 WS-IDX       PIC 999.
       01 WS-IDX2      PIC 999.
      * The ladder-row scan runs inside the pairing loops, so it
           05 WS-HOLD-PLAYER PIC X(20).
           05 WS-HOLD-RATING PIC 9(4).
           05 WS-HOLD-GAMES  PIC 9(4).
           05 WS-HOLD-MOVED-ON PIC X(8).
           05 WS-HOLD-BEFORE   PIC 9(4).
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
           IF WS-WIN-LADDER = 0 OR WS-LOSE-LADDER = 0 THEN
              CONTINUE
           ELSE
              MOVE WS-WIN-LADDER TO WS-IDX3
              PERFORM MARK-NIGHT-MOVE
              MOVE WS-LOSE-LADDER TO WS-IDX3
              PERFORM MARK-NIGHT-MOVE
      * Sixteen points plus a twenty-fifth of the rating gap in the
      * loser's favor, held between 1 and 31 so one night can never
      * up-end the ladder.
       END-SETTLE-ONE-PAIRING.


       MARK-NIGHT-MOVE.
      * The first pairing of the night for the WS-IDX3 row keeps the
      * rating it came in with; later pairings that night move it
      * on from there.
           IF WS-LAD-MOVED-ON(WS-IDX3) NOT = WS-RATE-DATE THEN
              MOVE WS-LAD-RATING(WS-IDX3) TO WS-LAD-BEFORE(WS-IDX3)
              MOVE WS-RATE-DATE TO WS-LAD-MOVED-ON(WS-IDX3)
           END-IF.
       END-MARK-NIGHT-MOVE.


       FIND-OR-ADD-LADDER-ROW.
      * WS-HOLD-PLAYER's row on the ladder, created at the 1500
      * entry rating on first sight.
              MOVE WS-HOLD-PLAYER TO WS-LAD-PLAYER(WS-FOUND-IDX)
              MOVE 1500 TO WS-LAD-RATING(WS-FOUND-IDX)
              MOVE 0 TO WS-LAD-GAMES(WS-FOUND-IDX)
              MOVE SPACES TO WS-LAD-MOVED-ON(WS-FOUND-IDX)
              MOVE 1500 TO WS-LAD-BEFORE(WS-FOUND-IDX)
           END-IF.
       END-FIND-OR-ADD-LADDER-ROW.

                                WS-LAD-RATING(WS-RATED-COUNT)
                             MOVE RM-GAMES TO
                                WS-LAD-GAMES(WS-RATED-COUNT)
                             MOVE RM-MOVED-ON TO
                                WS-LAD-MOVED-ON(WS-RATED-COUNT)
                             IF RM-BEFORE-MOVE IS NUMERIC THEN
                                MOVE RM-BEFORE-MOVE TO
                                   WS-LAD-BEFORE(WS-RATED-COUNT)
                             ELSE
                                MOVE RM-RATING TO
                                   WS-LAD-BEFORE(WS-RATED-COUNT)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              MOVE WS-LAD-PLAYER(WS-IDX) TO RM-PLAYER
              MOVE WS-LAD-RATING(WS-IDX) TO RM-RATING
              MOVE WS-LAD-GAMES(WS-IDX) TO RM-GAMES
              MOVE WS-LAD-MOVED-ON(WS-IDX) TO RM-MOVED-ON
              MOVE WS-LAD-BEFORE(WS-IDX) TO RM-BEFORE-MOVE
              WRITE RATINGS-MASTER-REC
           END-PERFORM
           CLOSE RATINGS-MASTER.
