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
       FD  PLAYER-MASTER.

       REPLAY-SCRABBLE-TURN.
      * Mirrors SCRABBLE-GAME's PLAY-ONE-TURN: a turn that failed
      * the registry or dictionary check, or was refused on the
      * board, never scored on game night, so it doesn't count here
      * either; the end-of-game rack adjustments count as posted.
           IF SGT-PLACED = "E" THEN
              MOVE 0 TO WS-TURN-SCORE
              PERFORM POST-TO-SCOREBOARD
              IF WS-SB-FOUND > 0 THEN
                 ADD SGT-END-ADJUST TO WS-SB-TOTAL(WS-SB-FOUND)
              END-IF
           ELSE
           MOVE SGT-PLAYER TO WS-SCRAB-PLAYER
           PERFORM VALIDATE-PLAYER
           IF WS-PLAYER-VALID = "N" OR
              SGT-PLACED = "N" OR SGT-PLACED = "R" THEN
              CONTINUE
           ELSE
              MOVE SGT-WORD TO WS-WORD
                    MOVE SGT-WORD-BONUS TO WS-WORD-BONUS
                 END-IF
                 PERFORM SCORE-REPLAYED-WORD
                 IF SGT-PLACED = "Y" THEN
                    ADD SGT-CROSS-SCORE TO WS-TURN-SCORE
                 END-IF
                 PERFORM POST-TO-SCOREBOARD
              END-IF
           END-IF
           END-IF.
       END-REPLAY-SCRABBLE-TURN.

