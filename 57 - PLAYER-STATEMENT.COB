           SELECT STATEMENT-REPORT ASSIGN TO "PLYRSTMT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
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
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
      * The open scorecard disputes SCORE-DISPUTE keeps; a card on
      * here is under dispute until the adjudicator rules on it.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
      * The league-night entry fees and the prizes paid out of the
      * pots, both kept by LEAGUE-POT.
           SELECT ENTRY-LEDGER ASSIGN TO "ENTRYLDG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENTRY-STATUS.
           SELECT PRIZE-PAYOUTS ASSIGN TO "PRIZEPAY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER.
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
           05 BM-DATE   PIC X(8).
       FD  STATEMENT-REPORT.
       01 STATEMENT-REPORT-REC PIC X(80).
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
       FD  DISPUTE-FILE.
       01 DISPUTE-REC.
           05 DSP-ID          PIC 9(6).
           05 DSP-GAME        PIC X(5).
           05 DSP-PLAYER      PIC X(20).
           05 DSP-DATE        PIC X(8).
           05 DSP-VENUE       PIC X(4).
           05 FILLER          PIC X(60).
       FD  ENTRY-LEDGER.
       01 ENTRY-LEDGER-REC.
           05 ENT-VENUE    PIC X(4).
           05 ENT-DATE     PIC X(8).
           05 ENT-PLAYER   PIC X(20).
           05 ENT-PM-ID    PIC X(6).
           05 ENT-GAME     PIC X(5).
           05 ENT-FEE      PIC 9(4)V99.
           05 ENT-OPERATOR PIC X(10).
       FD  PRIZE-PAYOUTS.
       01 PRIZE-PAYOUTS-REC.
           05 PRZ-VENUE  PIC X(4).
           05 PRZ-DATE   PIC X(8).
           05 PRZ-GAME   PIC X(5).
           05 PRZ-PLACE  PIC 99.
           05 PRZ-PLAYER PIC X(20).
           05 PRZ-TEAM   PIC X(20).
           05 PRZ-AMOUNT PIC 9(5)V99.
       WORKING-STORAGE SECTION.
      * The requested range, inclusive both ends; left blank, the
      * business date's calendar month stands in, which is the usual
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
      * The open disputes, held in storage for the run; a card on
      * here is printed with an UNDER DISPUTE flag against it.
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
      * The player's entry fees and winnings over the range.
       01 WS-ENTRY-STATUS PIC XX.
       01 WS-PAYOUT-STATUS PIC XX.
       01 WS-POT-LINES PIC 999.
       01 WS-FEES-TOTAL PIC 9(7)V99.
       01 WS-WON-TOTAL PIC 9(7)V99.
       01 WS-ED-MONEY PIC ZZZZZZ9.99.
       01 WS-ED-TOTAL PIC ZZZZZZ9.99.
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).
           DISPLAY "PLAYER STATEMENTS " WS-FROM-DATE " - " WS-TO-DATE
           PERFORM LOAD-DICTIONARY
           PERFORM LOAD-REGISTRY-NAMES
           PERFORM LOAD-OPEN-DISPUTES
           MOVE "N" TO WS-PAGE-OPENED
           IF WS-PLAYER NOT = SPACES THEN
              MOVE WS-PLAYER TO WS-STMT-PLAYER
           END-IF
           IF WS-PAGE-OPENED = "Y" THEN
              CLOSE STATEMENT-REPORT
              MOVE "PLYRSTMT" TO WS-DIST-REPORT
              MOVE "MAILROOM" TO WS-DIST-DEST
              MOVE "N" TO WS-DIST-PATIENT
              PERFORM REGISTER-REPORT-OUTPUT
           END-IF
           DISPLAY WS-PAGES-WRITTEN " STATEMENT PAGE(S) WRITTEN"
           PERFORM LOG-DAILY-OPERATION.
           PERFORM STATEMENT-DARTS-SECTION
           PERFORM STATEMENT-SCRABBLE-SECTION
           PERFORM STATEMENT-BOARD-SECTION
           PERFORM STATEMENT-BADGE-SECTION
           PERFORM STATEMENT-POT-SECTION.
       END-BUILD-ONE-STATEMENT.


      * Lazily opens the report and writes this player's page
      * header the first time a section has a line to print.
           IF WS-PAGE-OPENED = "N" THEN
              MOVE "PLYRSTMT" TO WS-DIST-REPORT
              PERFORM COUNT-REPORT-LINES
              MOVE WS-DIST-LINES TO WS-DIST-BEFORE
              OPEN EXTEND STATEMENT-REPORT
              IF WS-REPORT-STATUS = "05" OR WS-REPORT-STATUS = "35"
                 CLOSE STATEMENT-REPORT

       STATEMENT-YACHT-SECTION.
      * Every completed card in the range, with the upper-section
      * detail the bonus is judged on. A card under dispute prints
      * whether finished or not, flagged, so the player sees the
      * claim is in hand.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-SCOREFILE
           IF WS-YACHT-STATUS NOT = "00" THEN
                          YSF-GAME-DATE NOT < WS-FROM-DATE AND
                          YSF-GAME-DATE NOT > WS-TO-DATE THEN
                          PERFORM CHECK-GAME-COMPLETE
                          PERFORM CHECK-YACHT-DISPUTED
                          IF WS-GAME-COMPLETE = "Y" OR
                             WS-CARD-DISPUTED = "Y" THEN
                             PERFORM OPEN-STATEMENT-PAGE
                             MOVE SPACES TO STATEMENT-REPORT-REC
                             IF WS-GAME-COMPLETE = "Y" THEN
                                STRING "YACHT " YSF-GAME-DATE
                                   "  UPPER " WS-UPPER-TOTAL
                                   "  BONUS " WS-UPPER-BONUS
                                   "  TOTAL " WS-GAME-TOTAL
                                   DELIMITED BY SIZE
                                   INTO STATEMENT-REPORT-REC
                             ELSE
                                STRING "YACHT " YSF-GAME-DATE
                                   "  IN PLAY"
                                   DELIMITED BY SIZE
                                   INTO STATEMENT-REPORT-REC
                             END-IF
                             IF WS-CARD-DISPUTED = "Y" THEN
                                MOVE "UNDER DISPUTE" TO
                                   STATEMENT-REPORT-REC(61:13)
                             END-IF
                             WRITE STATEMENT-REPORT-REC
                          END-IF
                       END-IF
                                DELIMITED BY SIZE
                                INTO STATEMENT-REPORT-REC
                          END-IF
                          PERFORM CHECK-DARTS-DISPUTED
                          IF WS-CARD-DISPUTED = "Y" THEN
                             MOVE "UNDER DISPUTE" TO
                                STATEMENT-REPORT-REC(61:13)
                          END-IF
                          WRITE STATEMENT-REPORT-REC
                       END-IF
                 END-READ
       END-STATEMENT-DARTS-SECTION.


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


       CHECK-DARTS-DISPUTED.
           MOVE "N" TO WS-CARD-DISPUTED
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1 UNTIL
              WS-DSP-IDX > WS-DISPUTE-COUNT
              IF WS-DSP-GAME(WS-DSP-IDX) = "DARTS" AND
                 WS-DSP-PLAYER(WS-DSP-IDX) = DSF-PLAYER AND
                 WS-DSP-DATE(WS-DSP-IDX) = DSF-SESSION-DATE AND
                 WS-DSP-VENUE(WS-DSP-IDX) = DSF-VENUE THEN
                 MOVE "Y" TO WS-CARD-DISPUTED
              END-IF
           END-PERFORM.
       END-CHECK-DARTS-DISPUTED.


       STATEMENT-SCRABBLE-SECTION.
      * Replays the posted turns under each in-range "*** GAME"
      * marker and prints the player's game total, the same


       REPLAY-STATEMENT-TURN.
      * A turn that failed the dictionary check, or was refused on
      * the board, never scored on game night, so it doesn't count
      * on the statement either; an end-of-game rack adjustment
      * counts as it posted.
           IF SGT-PLACED = "E" THEN
              ADD SGT-END-ADJUST TO WS-SEG-TOTAL
           ELSE
           MOVE SGT-WORD TO WS-WORD
           MOVE SGT-BLANKS TO WS-BLANKS
           PERFORM BUILD-DECLARED-WORD
           MOVE WS-DECLARED-WORD TO WS-WORD
           PERFORM CHECK-WORD-IN-DICTIONARY
           MOVE SGT-WORD TO WS-WORD
           IF WS-WORD-VALID = "N" OR
              SGT-PLACED = "N" OR SGT-PLACED = "R" THEN
              CONTINUE
           ELSE
              MOVE SGT-LETTER-BONUS TO WS-LETTER-BONUS
                 MOVE SGT-WORD-BONUS TO WS-WORD-BONUS
              END-IF
              PERFORM SCORE-REPLAYED-WORD
              IF SGT-PLACED = "Y" THEN
                 ADD SGT-CROSS-SCORE TO WS-TURN-SCORE
              END-IF
              ADD WS-TURN-SCORE TO WS-SEG-TOTAL
           END-IF
           END-IF.
       END-REPLAY-STATEMENT-TURN.

       END-STATEMENT-BADGE-SECTION.


       STATEMENT-POT-SECTION.
      * League-night entry fees paid and prizes won in the range,
      * then the two totals side by side.
           MOVE 0 TO WS-POT-LINES
           MOVE 0 TO WS-FEES-TOTAL
           MOVE 0 TO WS-WON-TOTAL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENTRY-LEDGER
           IF WS-ENTRY-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ENTRY-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF ENT-PLAYER = WS-STMT-PLAYER AND
                          ENT-DATE NOT < WS-FROM-DATE AND
                          ENT-DATE NOT > WS-TO-DATE THEN
                          PERFORM OPEN-STATEMENT-PAGE
                          ADD 1 TO WS-POT-LINES
                          ADD ENT-FEE TO WS-FEES-TOTAL
                          MOVE ENT-FEE TO WS-ED-MONEY
                          MOVE SPACES TO STATEMENT-REPORT-REC
                          STRING "ENTRY  " ENT-DATE "  " ENT-VENUE
                             "  " ENT-GAME " POT  FEE " WS-ED-MONEY
                             DELIMITED BY SIZE
                             INTO STATEMENT-REPORT-REC
                          WRITE STATEMENT-REPORT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTRY-LEDGER
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRIZE-PAYOUTS
           IF WS-PAYOUT-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PRIZE-PAYOUTS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PRZ-PLAYER = WS-STMT-PLAYER AND
                          PRZ-DATE NOT < WS-FROM-DATE AND
                          PRZ-DATE NOT > WS-TO-DATE THEN
                          PERFORM OPEN-STATEMENT-PAGE
                          ADD 1 TO WS-POT-LINES
                          ADD PRZ-AMOUNT TO WS-WON-TOTAL
                          MOVE PRZ-AMOUNT TO WS-ED-MONEY
                          MOVE SPACES TO STATEMENT-REPORT-REC
                          STRING "PRIZE  " PRZ-DATE "  " PRZ-VENUE
                             "  " PRZ-GAME " POT  PLACE " PRZ-PLACE
                             "  WON " WS-ED-MONEY
                             DELIMITED BY SIZE
                             INTO STATEMENT-REPORT-REC
                          WRITE STATEMENT-REPORT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIZE-PAYOUTS
           END-IF
           IF WS-POT-LINES > 0 THEN
              MOVE WS-FEES-TOTAL TO WS-ED-MONEY
              MOVE WS-WON-TOTAL TO WS-ED-TOTAL
              MOVE SPACES TO STATEMENT-REPORT-REC
              STRING "ENTRY FEES " WS-ED-MONEY "  WINNINGS "
                 WS-ED-TOTAL
                 DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
              WRITE STATEMENT-REPORT-REC
           END-IF.
       END-STATEMENT-POT-SECTION.


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
              MOVE "PLAYER-STATEMENT" TO DRG-PROGRAM
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
