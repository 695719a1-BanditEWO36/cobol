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
       FD  SCORE-HISTORY.
           05 SO-DATE   PIC X(8).
           05 SO-VENUE  PIC X(4).
       FD  CHALLENGE-STAGE.
       01 CHALLENGE-STAGE-REC PIC X(223).
       FD  CONTROL-TOTALS.
       01 CONTROL-TOTALS-REC.
           05 CTL-FILE  PIC X(8).
      * it sits: the find pass streams the file tracking the game
      * markers and keeps only the matching record and its ordinal,
      * so the file is never held in storage.
       01 WS-TURN-REC PIC X(223).
       01 WS-REC-ORDINAL PIC 9(6).
       01 WS-FOUND-ORD PIC 9(6).
       01 WS-SEG-DATE PIC X(8).
                          IF WS-SEG-DATE = WS-GAME-DATE AND
                             SGT-PLAYER = WS-PLAYER AND
                             SGT-WORD = WS-CHALLENGED-WORD AND
                             SGT-PLACED NOT = "N" AND
                             WS-FOUND-ORD = 0 THEN
                             MOVE WS-REC-ORDINAL TO WS-FOUND-ORD
                             MOVE PLAYED-TURN-FEED-REC TO
                 MOVE SGT-WORD-BONUS TO WS-WORD-BONUS
              END-IF
              PERFORM SCORE-CHALLENGED-WORD
              IF SGT-PLACED = "Y" THEN
                 ADD SGT-CROSS-SCORE TO WS-TURN-SCORE
              END-IF
              DISPLAY "CHALLENGE UPHELD - "
                 FUNCTION TRIM(WS-DECLARED-WORD)
                 " IS NOT IN THE BOOK - " WS-TURN-SCORE
