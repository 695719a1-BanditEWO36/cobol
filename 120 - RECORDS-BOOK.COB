       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDS-BOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every yacht card and dart session ever filed: the ones still
      * on the live files and the ones SCORECARD-ARCHIVE has moved
      * off them onto the archives. An archived card or session is
      * the live record copied across whole.
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
           SELECT YACHT-ARCHIVE ASSIGN TO "YACHTARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YARC-STATUS.
           SELECT DARTS-ARCHIVE ASSIGN TO "DARTSARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DARC-STATUS.
      * The throw-by-throw record DARTS appends to; a checkout is
      * timed by the darts it took here.
           SELECT THROW-DETAIL ASSIGN TO "DARTSDTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DETAIL-STATUS.
      * The scrabble game totals SCRABBLE-GAME posts to the board,
      * on the board history or, once HIGH-SCORES has rolled them
      * off it, the overflow.
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SCORE-OVERFLOW ASSIGN TO "SCOREOVF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVERFLOW-STATUS.
      * A card or session under an open dispute can't hold a
      * record until the dispute is settled.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
      * The book itself: the club's records, then each venue's.
      * Rewritten on every run.
           SELECT RECORDS-BOOK-FILE ASSIGN TO "RECBOOK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOOK-STATUS.
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
       FD  YACHT-ARCHIVE.
       01 YACHT-ARCHIVE-REC PIC X(80).
       FD  DARTS-ARCHIVE.
       01 DARTS-ARCHIVE-REC PIC X(46).
       FD  THROW-DETAIL.
       01 THROW-DETAIL-REC.
           05 TDL-PLAYER       PIC X(20).
           05 TDL-SESSION-DATE PIC X(8).
           05 TDL-THROW-NO     PIC 99.
           05 TDL-X            PIC 99V9.
           05 TDL-Y            PIC 99V9.
           05 TDL-RESULT       PIC 99.
           05 TDL-VENUE        PIC X(4).
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
       FD  RECORDS-BOOK-FILE.
       01 RECORDS-BOOK-REC PIC X(80).
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
      * Anything filed without a room was played in the main room,
      * as FIXTURE-CHECK has it.
       01 WS-MAIN-VENUE PIC X(4) VALUE "MAIN".
       01 WS-YACHT-STATUS    PIC XX.
       01 WS-DARTS-STATUS    PIC XX.
       01 WS-YARC-STATUS     PIC XX.
       01 WS-DARC-STATUS     PIC XX.
       01 WS-DETAIL-STATUS   PIC XX.
       01 WS-HISTORY-STATUS  PIC XX.
       01 WS-OVERFLOW-STATUS PIC XX.
       01 WS-DISPUTE-STATUS  PIC XX.
       01 WS-BOOK-STATUS     PIC XX.
       01 WS-EOF-SWITCH      PIC X.
      * The records kept, in the order the book prints them. A
      * checkout is the one record held by the lowest mark -- the
      * fewest darts to go out from 501.
       01 WS-RECORD-NAMES.
           05 FILLER PIC X(20) VALUE "BEST YACHT CARD".
           05 FILLER PIC X(20) VALUE "HIGHEST UPPER TOTAL".
           05 FILLER PIC X(20) VALUE "MOST YACHTS ON CARD".
           05 FILLER PIC X(20) VALUE "BEST DARTS SESSION".
           05 FILLER PIC X(20) VALUE "FASTEST 501 CHECKOUT".
           05 FILLER PIC X(20) VALUE "BEST SCRABBLE GAME".
       01 WS-RECORD-TABLE REDEFINES WS-RECORD-NAMES
                          PIC X(20) OCCURS 6 TIMES.
       01 WS-RECORD-KINDS PIC 9 VALUE 6.
       01 WS-FEWEST-WINS  PIC 9 VALUE 5.
       01 WS-REC-IDX      PIC 9.
      * The book: row 1 holds the club's records across every
      * venue, the rows after it one venue each in code order.
      * Each record keeps the mark, who set it, when and where,
      * and the mark that stood before it -- the best one filed
      * before the record's date, which the record displaced.
       01 WS-BOOK-COUNT PIC 99 VALUE 0.
       01 WS-BOOK-TABLE.
           05 WS-BK-ROW OCCURS 51 TIMES.
              10 WS-BK-VENUE PIC X(4).
              10 WS-BK-RECORD OCCURS 6 TIMES.
                 15 WS-BK-HELD       PIC X.
                 15 WS-BK-VALUE      PIC 9(4).
                 15 WS-BK-PLAYER     PIC X(20).
                 15 WS-BK-DATE       PIC X(8).
                 15 WS-BK-AT         PIC X(4).
                 15 WS-BK-WAS-HELD   PIC X.
                 15 WS-BK-WAS-VALUE  PIC 9(4).
                 15 WS-BK-WAS-PLAYER PIC X(20).
                 15 WS-BK-WAS-DATE   PIC X(8).
                 15 WS-BK-WAS-AT     PIC X(4).
       01 WS-BK-IDX     PIC 99.
       01 WS-BK-FOUND   PIC 99.
       01 WS-BK-SCAN    PIC 99.
       01 WS-VENUES-DROPPED PIC 9(4) VALUE 0.
      * The files are read twice: the first pass finds each record,
      * the second the mark each record displaced.
       01 WS-PASS PIC 9.
      * One mark offered to the book.
       01 WS-MARK.
           05 WS-MK-CAT    PIC 9.
           05 WS-MK-VALUE  PIC 9(4).
           05 WS-MK-PLAYER PIC X(20).
           05 WS-MK-DATE   PIC X(8).
           05 WS-MK-VENUE  PIC X(4).
       01 WS-CMP-VALUE PIC 9(4).
       01 WS-CMP-DATE  PIC X(8).
       01 WS-BEATS     PIC X.
      * Every 501 session gone out to zero, with the darts its card
      * says it took and the darts the throw detail has for it; the
      * detail times the checkout, and the card stands in for a
      * session thrown before the detail was kept.
       01 WS-OUT-COUNT PIC 9(4) VALUE 0.
       01 WS-OUT-TABLE.
           05 WS-OT-ENTRY OCCURS 2000 TIMES.
              10 WS-OT-PLAYER     PIC X(20).
              10 WS-OT-DATE       PIC X(8).
              10 WS-OT-VENUE      PIC X(4).
              10 WS-OT-CARD-DARTS PIC 99.
              10 WS-OT-DARTS      PIC 9(4).
       01 WS-OT-IDX PIC 9(4).
       01 WS-OUT-DROPPED   PIC 9(4) VALUE 0.
       01 WS-OUT-FROM-CARD PIC 9(4) VALUE 0.
       01 WS-DETAIL-VENUE  PIC X(4).
      * Open disputes, held for the run.
       01 WS-DISPUTE-COUNT PIC 999 VALUE 0.
       01 WS-DISPUTE-TABLE.
           05 WS-DSP-ENTRY OCCURS 100 TIMES.
              10 WS-DSP-GAME   PIC X(5).
              10 WS-DSP-PLAYER PIC X(20).
              10 WS-DSP-DATE   PIC X(8).
              10 WS-DSP-VENUE  PIC X(4).
       01 WS-DSP-IDX PIC 999.
       01 WS-CARD-DISPUTED PIC X.
      * Card-completeness walk, same arithmetic the standings use,
      * and the yachts on a card: the yacht box at 50, and any of
      * the upper boxes scored at five of its face.
       01 WS-CAT-INDEX PIC 99.
       01 WS-GAME-COMPLETE PIC X.
       01 WS-GAME-TOTAL PIC 9(4).
       01 WS-UPPER-TOTAL PIC 999.
       01 WS-UPPER-BONUS PIC 99.
       01 WS-CARD-YACHTS PIC 99.
       01 WS-FIVE-OF-FACE PIC 99.
      * Run tallies, counted on the first pass.
       01 WS-CARDS-READ    PIC 9(6) VALUE 0.
       01 WS-SESSIONS-READ PIC 9(6) VALUE 0.
       01 WS-GAMES-READ    PIC 9(6) VALUE 0.
       01 WS-HELD-OUT      PIC 9(4) VALUE 0.
      * Book printing.
       01 WS-ED-MARK   PIC ZZZ9.
       01 WS-ED-COUNT  PIC ZZZZZ9.
       01 WS-VENUE-ROWS PIC 99.
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
       RECORDS-BOOK.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           DISPLAY "ALL-TIME RECORDS BOOK AS AT " WS-BUSI-DATE
           MOVE 1 TO WS-BOOK-COUNT
           MOVE SPACES TO WS-BK-ROW(1)
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
              PERFORM SCAN-YACHT-CARDS
              PERFORM SCAN-YACHT-ARCHIVE
              PERFORM SCAN-DARTS-SESSIONS
              PERFORM SCAN-DARTS-ARCHIVE
              IF WS-PASS = 1 THEN
                 PERFORM COUNT-CHECKOUT-DARTS
              END-IF
              PERFORM OFFER-CHECKOUTS
              PERFORM SCAN-SCRABBLE-GAMES
           END-PERFORM
           PERFORM PRINT-RECORDS-BOOK
           MOVE "RECBOOK" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           DISPLAY WS-CARDS-READ " CARD(S), " WS-SESSIONS-READ
              " SESSION(S), " WS-GAMES-READ " GAME(S) IN THE BOOK"
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-RECORDS-BOOK.


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


       SCAN-YACHT-CARDS.
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
                       PERFORM JUDGE-YACHT-CARD
                 END-READ
              END-PERFORM
              CLOSE YACHT-SCOREFILE
           END-IF.
       END-SCAN-YACHT-CARDS.


       SCAN-YACHT-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-ARCHIVE
           IF WS-YARC-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ YACHT-ARCHIVE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE YACHT-ARCHIVE-REC TO YACHT-SCOREFILE-REC
                       PERFORM JUDGE-YACHT-CARD
                 END-READ
              END-PERFORM
              CLOSE YACHT-ARCHIVE
           END-IF.
       END-SCAN-YACHT-ARCHIVE.


       JUDGE-YACHT-CARD.
      * A completed card offers its total, its upper section and
      * its yachts; one still in play or under dispute offers none.
           PERFORM CHECK-GAME-COMPLETE
           IF WS-GAME-COMPLETE = "Y" THEN
              PERFORM CHECK-YACHT-DISPUTED
              IF WS-CARD-DISPUTED = "Y" THEN
                 IF WS-PASS = 1 THEN
                    ADD 1 TO WS-HELD-OUT
                 END-IF
              ELSE
                 IF WS-PASS = 1 THEN
                    ADD 1 TO WS-CARDS-READ
                 END-IF
                 PERFORM COUNT-CARD-YACHTS
                 MOVE YSF-PLAYER TO WS-MK-PLAYER
                 MOVE YSF-GAME-DATE TO WS-MK-DATE
                 MOVE YSF-VENUE TO WS-MK-VENUE
                 MOVE 1 TO WS-MK-CAT
                 MOVE WS-GAME-TOTAL TO WS-MK-VALUE
                 PERFORM OFFER-MARK
                 MOVE 2 TO WS-MK-CAT
                 MOVE WS-UPPER-TOTAL TO WS-MK-VALUE
                 PERFORM OFFER-MARK
                 MOVE 3 TO WS-MK-CAT
                 MOVE WS-CARD-YACHTS TO WS-MK-VALUE
                 PERFORM OFFER-MARK
              END-IF
           END-IF.
       END-JUDGE-YACHT-CARD.


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


       COUNT-CARD-YACHTS.
           MOVE 0 TO WS-CARD-YACHTS
           IF YSF-SCORE(12) = 50 THEN
              ADD 1 TO WS-CARD-YACHTS
           END-IF
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1 UNTIL WS-CAT-INDEX
              > 6
              COMPUTE WS-FIVE-OF-FACE = WS-CAT-INDEX * 5
              IF YSF-SCORE(WS-CAT-INDEX) = WS-FIVE-OF-FACE THEN
                 ADD 1 TO WS-CARD-YACHTS
              END-IF
           END-PERFORM.
       END-COUNT-CARD-YACHTS.


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


       SCAN-DARTS-SESSIONS.
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
                       PERFORM JUDGE-DARTS-SESSION
                 END-READ
              END-PERFORM
              CLOSE DARTS-SCOREFILE
           END-IF.
       END-SCAN-DARTS-SESSIONS.


       SCAN-DARTS-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DARTS-ARCHIVE
           IF WS-DARC-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DARTS-ARCHIVE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE DARTS-ARCHIVE-REC TO DARTS-SCOREFILE-REC
                       PERFORM JUDGE-DARTS-SESSION
                 END-READ
              END-PERFORM
              CLOSE DARTS-ARCHIVE
           END-IF.
       END-SCAN-DARTS-ARCHIVE.


       JUDGE-DARTS-SESSION.
      * Closed sessions only. The rings game offers its total; a
      * countdown scores the same total every time it goes out,
      * so a 501 gone out is kept aside to be timed instead.
           IF DSF-CLOSED = "Y" THEN
              PERFORM CHECK-DARTS-DISPUTED
              IF WS-CARD-DISPUTED = "Y" THEN
                 IF WS-PASS = 1 THEN
                    ADD 1 TO WS-HELD-OUT
                 END-IF
              ELSE
                 IF WS-PASS = 1 THEN
                    ADD 1 TO WS-SESSIONS-READ
                 END-IF
                 IF DSF-MODE = SPACES THEN
                    MOVE 4 TO WS-MK-CAT
                    MOVE DSF-TOTAL TO WS-MK-VALUE
                    MOVE DSF-PLAYER TO WS-MK-PLAYER
                    MOVE DSF-SESSION-DATE TO WS-MK-DATE
                    MOVE DSF-VENUE TO WS-MK-VENUE
                    PERFORM OFFER-MARK
                 END-IF
                 IF DSF-MODE = "501" AND DSF-REMAINING = 0 AND
                    WS-PASS = 1 THEN
                    PERFORM KEEP-CHECKOUT-SESSION
                 END-IF
              END-IF
           END-IF.
       END-JUDGE-DARTS-SESSION.


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


       KEEP-CHECKOUT-SESSION.
           IF WS-OUT-COUNT < 2000 THEN
              ADD 1 TO WS-OUT-COUNT
              MOVE DSF-PLAYER TO WS-OT-PLAYER(WS-OUT-COUNT)
              MOVE DSF-SESSION-DATE TO WS-OT-DATE(WS-OUT-COUNT)
              IF DSF-VENUE = SPACES THEN
                 MOVE WS-MAIN-VENUE TO WS-OT-VENUE(WS-OUT-COUNT)
              ELSE
                 MOVE DSF-VENUE TO WS-OT-VENUE(WS-OUT-COUNT)
              END-IF
              MOVE DSF-THROW-COUNT TO WS-OT-CARD-DARTS(WS-OUT-COUNT)
              MOVE 0 TO WS-OT-DARTS(WS-OUT-COUNT)
           ELSE
              ADD 1 TO WS-OUT-DROPPED
           END-IF.
       END-KEEP-CHECKOUT-SESSION.


       COUNT-CHECKOUT-DARTS.
      * Each detail line is one dart; it counts toward the 501
      * checkout it was thrown in, if it was thrown in one.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT THROW-DETAIL
           IF WS-DETAIL-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ THROW-DETAIL
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM COUNT-ONE-DART
                 END-READ
              END-PERFORM
              CLOSE THROW-DETAIL
           END-IF.
       END-COUNT-CHECKOUT-DARTS.


       COUNT-ONE-DART.
           IF TDL-VENUE = SPACES THEN
              MOVE WS-MAIN-VENUE TO WS-DETAIL-VENUE
           ELSE
              MOVE TDL-VENUE TO WS-DETAIL-VENUE
           END-IF
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1 UNTIL
              WS-OT-IDX > WS-OUT-COUNT
              OR (WS-OT-PLAYER(WS-OT-IDX) = TDL-PLAYER AND
                  WS-OT-DATE(WS-OT-IDX) = TDL-SESSION-DATE AND
                  WS-OT-VENUE(WS-OT-IDX) = WS-DETAIL-VENUE)
              CONTINUE
           END-PERFORM
           IF WS-OT-IDX <= WS-OUT-COUNT THEN
              ADD 1 TO WS-OT-DARTS(WS-OT-IDX)
           END-IF.
       END-COUNT-ONE-DART.


       OFFER-CHECKOUTS.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1 UNTIL
              WS-OT-IDX > WS-OUT-COUNT
              MOVE 5 TO WS-MK-CAT
              IF WS-OT-DARTS(WS-OT-IDX) > 0 THEN
                 MOVE WS-OT-DARTS(WS-OT-IDX) TO WS-MK-VALUE
              ELSE
                 MOVE WS-OT-CARD-DARTS(WS-OT-IDX) TO WS-MK-VALUE
                 IF WS-PASS = 1 THEN
                    ADD 1 TO WS-OUT-FROM-CARD
                 END-IF
              END-IF
              MOVE WS-OT-PLAYER(WS-OT-IDX) TO WS-MK-PLAYER
              MOVE WS-OT-DATE(WS-OT-IDX) TO WS-MK-DATE
              MOVE WS-OT-VENUE(WS-OT-IDX) TO WS-MK-VENUE
              PERFORM OFFER-MARK
           END-PERFORM.
       END-OFFER-CHECKOUTS.


       SCAN-SCRABBLE-GAMES.
      * The history and its overflow are read alike.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-HISTORY
           IF WS-HISTORY-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SH-SOURCE = "SCRABBLE" AND
                          SH-SCORE IS NUMERIC THEN
                          MOVE SCORE-HISTORY-REC TO SCORE-OVERFLOW-REC
                          PERFORM JUDGE-SCRABBLE-GAME
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
                          SO-SCORE IS NUMERIC THEN
                          PERFORM JUDGE-SCRABBLE-GAME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-OVERFLOW
           END-IF.
       END-SCAN-SCRABBLE-GAMES.


       JUDGE-SCRABBLE-GAME.
           IF WS-PASS = 1 THEN
              ADD 1 TO WS-GAMES-READ
           END-IF
           MOVE 6 TO WS-MK-CAT
           MOVE SO-SCORE TO WS-MK-VALUE
           MOVE SO-PLAYER TO WS-MK-PLAYER
           MOVE SO-DATE TO WS-MK-DATE
           MOVE SO-VENUE TO WS-MK-VENUE
           PERFORM OFFER-MARK.
       END-JUDGE-SCRABBLE-GAME.


       OFFER-MARK.
      * WS-MARK goes to the club's row and to its venue's row. A
      * mark of nothing -- no yachts on the card, say -- sets no
      * record.
           IF WS-MK-VALUE > 0 THEN
              IF WS-MK-VENUE = SPACES THEN
                 MOVE WS-MAIN-VENUE TO WS-MK-VENUE
              END-IF
              MOVE WS-MK-CAT TO WS-REC-IDX
              MOVE 1 TO WS-BK-IDX
              PERFORM OFFER-MARK-TO-ROW
              PERFORM FIND-BOOK-VENUE
              IF WS-BK-FOUND > 0 THEN
                 MOVE WS-BK-FOUND TO WS-BK-IDX
                 PERFORM OFFER-MARK-TO-ROW
              END-IF
           END-IF.
       END-OFFER-MARK.


       FIND-BOOK-VENUE.
      * The venue's row in WS-BK-FOUND, added on the first pass if
      * it isn't in the book yet; 0 when the book has no room.
           MOVE 0 TO WS-BK-FOUND
           PERFORM VARYING WS-BK-SCAN FROM 2 BY 1 UNTIL
              WS-BK-SCAN > WS-BOOK-COUNT
              IF WS-BK-VENUE(WS-BK-SCAN) = WS-MK-VENUE THEN
                 MOVE WS-BK-SCAN TO WS-BK-FOUND
              END-IF
           END-PERFORM
           IF WS-BK-FOUND = 0 AND WS-PASS = 1 THEN
              IF WS-BOOK-COUNT < 51 THEN
                 PERFORM ADD-BOOK-VENUE
              ELSE
                 ADD 1 TO WS-VENUES-DROPPED
              END-IF
           END-IF.
       END-FIND-BOOK-VENUE.


       ADD-BOOK-VENUE.
      * Rows after the club's stay in venue-code order: the later
      * codes move down one to make room.
           ADD 1 TO WS-BOOK-COUNT
           MOVE WS-BOOK-COUNT TO WS-BK-FOUND
           PERFORM UNTIL WS-BK-FOUND = 2 OR
              WS-BK-VENUE(WS-BK-FOUND - 1) < WS-MK-VENUE
              MOVE WS-BK-ROW(WS-BK-FOUND - 1) TO WS-BK-ROW(WS-BK-FOUND)
              SUBTRACT 1 FROM WS-BK-FOUND
           END-PERFORM
           MOVE SPACES TO WS-BK-ROW(WS-BK-FOUND)
           MOVE WS-MK-VENUE TO WS-BK-VENUE(WS-BK-FOUND).
       END-ADD-BOOK-VENUE.


       OFFER-MARK-TO-ROW.
      * First pass: the mark takes the record if it beats it.
      * Second pass: a mark filed before the record was set is a
      * candidate for the one it displaced.
           IF WS-PASS = 1 THEN
              IF WS-BK-HELD(WS-BK-IDX WS-REC-IDX) NOT = "Y" THEN
                 MOVE "Y" TO WS-BEATS
              ELSE
                 MOVE WS-BK-VALUE(WS-BK-IDX WS-REC-IDX) TO WS-CMP-VALUE
                 MOVE WS-BK-DATE(WS-BK-IDX WS-REC-IDX) TO WS-CMP-DATE
                 PERFORM CHECK-MARK-BEATS
              END-IF
              IF WS-BEATS = "Y" THEN
                 MOVE "Y" TO WS-BK-HELD(WS-BK-IDX WS-REC-IDX)
                 MOVE WS-MK-VALUE TO WS-BK-VALUE(WS-BK-IDX WS-REC-IDX)
                 MOVE WS-MK-PLAYER TO
                    WS-BK-PLAYER(WS-BK-IDX WS-REC-IDX)
                 MOVE WS-MK-DATE TO WS-BK-DATE(WS-BK-IDX WS-REC-IDX)
                 MOVE WS-MK-VENUE TO WS-BK-AT(WS-BK-IDX WS-REC-IDX)
              END-IF
           ELSE
              IF WS-BK-HELD(WS-BK-IDX WS-REC-IDX) = "Y" AND
                 WS-MK-DATE < WS-BK-DATE(WS-BK-IDX WS-REC-IDX) THEN
                 IF WS-BK-WAS-HELD(WS-BK-IDX WS-REC-IDX) NOT = "Y"
                    THEN
                    MOVE "Y" TO WS-BEATS
                 ELSE
                    MOVE WS-BK-WAS-VALUE(WS-BK-IDX WS-REC-IDX) TO
                       WS-CMP-VALUE
                    MOVE WS-BK-WAS-DATE(WS-BK-IDX WS-REC-IDX) TO
                       WS-CMP-DATE
                    PERFORM CHECK-MARK-BEATS
                 END-IF
                 IF WS-BEATS = "Y" THEN
                    MOVE "Y" TO WS-BK-WAS-HELD(WS-BK-IDX WS-REC-IDX)
                    MOVE WS-MK-VALUE TO
                       WS-BK-WAS-VALUE(WS-BK-IDX WS-REC-IDX)
                    MOVE WS-MK-PLAYER TO
                       WS-BK-WAS-PLAYER(WS-BK-IDX WS-REC-IDX)
                    MOVE WS-MK-DATE TO
                       WS-BK-WAS-DATE(WS-BK-IDX WS-REC-IDX)
                    MOVE WS-MK-VENUE TO
                       WS-BK-WAS-AT(WS-BK-IDX WS-REC-IDX)
                 END-IF
              END-IF
           END-IF.
       END-OFFER-MARK-TO-ROW.


       CHECK-MARK-BEATS.
      * Whether WS-MARK beats WS-CMP-VALUE set on WS-CMP-DATE. A
      * mark that only equals a record doesn't take it: the record
      * stays with whoever got there first.
           MOVE "N" TO WS-BEATS
           IF WS-MK-VALUE = WS-CMP-VALUE THEN
              IF WS-MK-DATE < WS-CMP-DATE THEN
                 MOVE "Y" TO WS-BEATS
              END-IF
           ELSE
              IF WS-MK-CAT = WS-FEWEST-WINS THEN
                 IF WS-MK-VALUE < WS-CMP-VALUE THEN
                    MOVE "Y" TO WS-BEATS
                 END-IF
              ELSE
                 IF WS-MK-VALUE > WS-CMP-VALUE THEN
                    MOVE "Y" TO WS-BEATS
                 END-IF
              END-IF
           END-IF.
       END-CHECK-MARK-BEATS.


       PRINT-RECORDS-BOOK.
           OPEN OUTPUT RECORDS-BOOK-FILE
           MOVE SPACES TO RECORDS-BOOK-REC
           STRING "ALL-TIME RECORDS BOOK AS AT " WS-BUSI-DATE
              DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           PERFORM WRITE-BOOK-LINE
           STRING "SOURCES: YACHTSCR YACHTARC DARTSSCR DARTSARC "
              "DARTSDTL SCOREHST SCOREOVF"
              DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           PERFORM WRITE-BOOK-LINE
           MOVE WS-CARDS-READ TO WS-ED-COUNT
           STRING WS-ED-COUNT " COMPLETED YACHT CARD(S)"
              DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           PERFORM WRITE-BOOK-LINE
           MOVE WS-SESSIONS-READ TO WS-ED-COUNT
           STRING WS-ED-COUNT " CLOSED DARTS SESSION(S)"
              DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           PERFORM WRITE-BOOK-LINE
           MOVE WS-OUT-COUNT TO WS-ED-COUNT
           STRING WS-ED-COUNT " OF THEM 501 CHECKOUT(S)"
              DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           PERFORM WRITE-BOOK-LINE
           MOVE WS-GAMES-READ TO WS-ED-COUNT
           STRING WS-ED-COUNT " SCRABBLE GAME(S)"
              DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           PERFORM WRITE-BOOK-LINE
           IF WS-HELD-OUT > 0 THEN
              MOVE WS-HELD-OUT TO WS-ED-COUNT
              STRING WS-ED-COUNT " CARD(S)/SESSION(S) HELD OUT UNDER "
                 "OPEN DISPUTE" DELIMITED BY SIZE INTO RECORDS-BOOK-REC
              PERFORM WRITE-BOOK-LINE
           END-IF
           IF WS-OUT-FROM-CARD > 0 THEN
              MOVE WS-OUT-FROM-CARD TO WS-ED-COUNT
              STRING WS-ED-COUNT " CHECKOUT(S) TIMED FROM THE CARD - "
                 "NO THROW DETAIL" DELIMITED BY SIZE
                 INTO RECORDS-BOOK-REC
              PERFORM WRITE-BOOK-LINE
           END-IF
           IF WS-OUT-DROPPED > 0 THEN
              MOVE WS-OUT-DROPPED TO WS-ED-COUNT
              STRING WS-ED-COUNT " CHECKOUT(S) NOT TIMED - OVER 2000 "
                 "TO TIME" DELIMITED BY SIZE INTO RECORDS-BOOK-REC
              PERFORM WRITE-BOOK-LINE
           END-IF
           IF WS-VENUES-DROPPED > 0 THEN
              MOVE WS-VENUES-DROPPED TO WS-ED-COUNT
              STRING WS-ED-COUNT " MARK(S) AT VENUES PAST THE 50TH - "
                 "CLUB RECORDS ONLY" DELIMITED BY SIZE
                 INTO RECORDS-BOOK-REC
              PERFORM WRITE-BOOK-LINE
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL
              WS-BK-IDX > WS-BOOK-COUNT
              PERFORM PRINT-BOOK-ROW
           END-PERFORM
           CLOSE RECORDS-BOOK-FILE.
       END-PRINT-RECORDS-BOOK.


       PRINT-BOOK-ROW.
           PERFORM WRITE-BOOK-LINE
           IF WS-BK-IDX = 1 THEN
              MOVE "CLUB RECORDS - ALL VENUES" TO RECORDS-BOOK-REC
           ELSE
              STRING "VENUE " WS-BK-VENUE(WS-BK-IDX) " RECORDS"
                 DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           END-IF
           PERFORM WRITE-BOOK-LINE
           STRING "RECORD                MARK  HOLDER"
              "                DATE      VENUE"
              DELIMITED BY SIZE INTO RECORDS-BOOK-REC
           PERFORM WRITE-BOOK-LINE
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1 UNTIL
              WS-REC-IDX > WS-RECORD-KINDS
              PERFORM PRINT-ONE-RECORD
           END-PERFORM.
       END-PRINT-BOOK-ROW.


       PRINT-ONE-RECORD.
      * The record, and under it the mark it displaced.
           IF WS-BK-HELD(WS-BK-IDX WS-REC-IDX) NOT = "Y" THEN
              STRING WS-RECORD-TABLE(WS-REC-IDX) "  NO RECORD YET"
                 DELIMITED BY SIZE INTO RECORDS-BOOK-REC
              PERFORM WRITE-BOOK-LINE
           ELSE
              MOVE WS-BK-VALUE(WS-BK-IDX WS-REC-IDX) TO WS-ED-MARK
              STRING WS-RECORD-TABLE(WS-REC-IDX) "  " WS-ED-MARK "  "
                 WS-BK-PLAYER(WS-BK-IDX WS-REC-IDX) "  "
                 WS-BK-DATE(WS-BK-IDX WS-REC-IDX) "  "
                 WS-BK-AT(WS-BK-IDX WS-REC-IDX)
                 DELIMITED BY SIZE INTO RECORDS-BOOK-REC
              PERFORM WRITE-BOOK-LINE
              IF WS-BK-WAS-HELD(WS-BK-IDX WS-REC-IDX) = "Y" THEN
                 MOVE WS-BK-WAS-VALUE(WS-BK-IDX WS-REC-IDX) TO
                    WS-ED-MARK
                 STRING "    DISPLACED         " WS-ED-MARK "  "
                    WS-BK-WAS-PLAYER(WS-BK-IDX WS-REC-IDX) "  "
                    WS-BK-WAS-DATE(WS-BK-IDX WS-REC-IDX) "  "
                    WS-BK-WAS-AT(WS-BK-IDX WS-REC-IDX)
                    DELIMITED BY SIZE INTO RECORDS-BOOK-REC
              ELSE
                 MOVE "    DISPLACED         NONE - FIRST MARK SET"
                    TO RECORDS-BOOK-REC
              END-IF
              PERFORM WRITE-BOOK-LINE
           END-IF.
       END-PRINT-ONE-RECORD.


       WRITE-BOOK-LINE.
           WRITE RECORDS-BOOK-REC
           MOVE SPACES TO RECORDS-BOOK-REC.
       END-WRITE-BOOK-LINE.


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
              MOVE "RECORDS-BOOK" TO DRG-PROGRAM
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
           COMPUTE WS-VENUE-ROWS = WS-BOOK-COUNT - 1
           STRING "RECORDS-BOOK - " WS-VENUE-ROWS " VENUE(S) - CARDS "
              WS-CARDS-READ " SESSIONS " WS-SESSIONS-READ " GAMES "
              WS-GAMES-READ
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
           MOVE "RECORDS-BOOK - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "RECORDS-BOOK - RUN END" TO WS-LOG-TEXT
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
