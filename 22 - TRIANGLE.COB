       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * A batch of "A,B,C" side lists to classify in one pass, one
      * triangle per line. A line may go on to name the job the piece
      * is cut for and its material -- "A,B,C,JOB,MATERIAL" -- so the
      * batch can be quoted.
           SELECT TRIANGLE-FEED ASSIGN TO "TRIANGLS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRI-STATUS.
      * The workshop's price table: an M line per material with its
      * price per square unit and its edging price per unit of
      * perimeter, and a W line per triangle kind (EQUILATERAL,
      * ISOSCELES, SCALENE) with the waste allowance added to the
      * area before it is priced. With no table on file the batch
      * is not quoted.
           SELECT PRICE-TABLE ASSIGN TO "TRIPRICE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
      * The costed quote: every priced triangle under its job, a
      * total per job and for the batch, then the lines left out.
           SELECT QUOTE-REPORT ASSIGN TO "TRIQTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QTRPT-STATUS.
      * One record per quoted job for the invoicing clerk.
           SELECT QUOTE-FILE ASSIGN TO "TRIQUOTE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTE-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  TRIANGLE-FEED.
       01 TRIANGLE-FEED-REC PIC X(60).
       FD  PRICE-TABLE.
       01 PRICE-TABLE-REC.
           05 TPR-TYPE       PIC X.
           05 TPR-KEY        PIC X(11).
           05 TPR-AREA-PRICE PIC 9(3)V99.
           05 TPR-EDGE-PRICE PIC 9(3)V99.
           05 TPR-WASTE-PCT  PIC 99V9.
       FD  QUOTE-REPORT.
       01 QUOTE-REPORT-REC PIC X(80).
       FD  QUOTE-FILE.
       01 QUOTE-FILE-REC.
           05 TQF-JOB        PIC X(10).
           05 TQF-DATE       PIC X(8).
           05 TQF-PIECES     PIC 999.
           05 TQF-AREA       PIC 9(6)V99.
           05 TQF-PERIMETER  PIC 9(5)V9.
           05 TQF-MATERIAL   PIC 9(7)V99.
           05 TQF-EDGING     PIC 9(7)V99.
           05 TQF-TOTAL      PIC 9(7)V99.
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
       01 WS-CONGRUENT PIC X.
       01 WS-GROUP-NO PIC 99.
       01 WS-GROUP-SIZE PIC 99.
      * Job quoting: the feed line's own fields, the price table as
      * loaded, and every priced piece kept under its job so the
      * report can print job by job whatever order the feed ran in.
      * A piece is priced at its area plus its kind's waste allowance
      * times the material's square-unit price, plus its perimeter
      * times the material's edging price.
       01 WS-SIDE-TXT-1   PIC X(6).
       01 WS-SIDE-TXT-2   PIC X(6).
       01 WS-SIDE-TXT-3   PIC X(6).
       01 WS-JOB-NAME     PIC X(10).
       01 WS-MATERIAL     PIC X(10).
       01 WS-KIND         PIC X(11).
       01 WS-PRICE-STATUS PIC XX.
       01 WS-PRICE-EOF    PIC X.
       01 WS-QTRPT-STATUS PIC XX.
       01 WS-QUOTE-STATUS PIC XX.
       01 WS-QUOTING      PIC X VALUE "N".
       01 WS-MATL-COUNT   PIC 99 VALUE 0.
       01 WS-MATL-TABLE.
           05 WS-MATL-ENTRY OCCURS 50 TIMES.
              10 WS-MATL-CODE       PIC X(10).
              10 WS-MATL-AREA-PRICE PIC 9(3)V99.
              10 WS-MATL-EDGE-PRICE PIC 9(3)V99.
       01 WS-MATL-IDX     PIC 99.
       01 WS-MATL-FOUND   PIC 99.
       01 WS-WASTE-COUNT  PIC 99 VALUE 0.
       01 WS-WASTE-TABLE.
           05 WS-WASTE-ENTRY OCCURS 10 TIMES.
              10 WS-WASTE-KIND PIC X(11).
              10 WS-WASTE-PCT  PIC 99V9.
       01 WS-WASTE-IDX    PIC 99.
       01 WS-PIECE-WASTE  PIC 99V9.
       01 WS-PRICED-AREA  PIC 9(4)V99.
       01 WS-PIECE-MATL-COST PIC 9(7)V99.
       01 WS-PIECE-EDGE-COST PIC 9(7)V99.
       01 WS-JOB-COUNT    PIC 99 VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 50 TIMES.
              10 WS-JOB-ID        PIC X(10).
              10 WS-JOB-PIECES    PIC 999.
              10 WS-JOB-AREA      PIC 9(6)V99.
              10 WS-JOB-PERIMETER PIC 9(5)V9.
              10 WS-JOB-MATL-COST PIC 9(7)V99.
              10 WS-JOB-EDGE-COST PIC 9(7)V99.
       01 WS-JOB-IDX      PIC 99.
       01 WS-JOB-FOUND    PIC 99.
       01 WS-PIECE-COUNT  PIC 999 VALUE 0.
       01 WS-PIECE-TABLE.
           05 WS-PIECE-ENTRY OCCURS 200 TIMES.
              10 WS-PC-JOB       PIC 99.
              10 WS-PC-SEQ       PIC 99.
              10 WS-PC-SIDES     PIC X(20).
              10 WS-PC-MATERIAL  PIC X(10).
              10 WS-PC-KIND      PIC X(11).
              10 WS-PC-AREA      PIC 999V99.
              10 WS-PC-PERIMETER PIC 99V9.
              10 WS-PC-COST      PIC 9(7)V99.
       01 WS-PIECE-IDX    PIC 999.
       01 WS-LEFT-COUNT   PIC 999 VALUE 0.
       01 WS-LEFT-TABLE.
           05 WS-LEFT-ENTRY OCCURS 200 TIMES.
              10 WS-LEFT-SEQ    PIC 99.
              10 WS-LEFT-SIDES  PIC X(20).
              10 WS-LEFT-JOB    PIC X(10).
              10 WS-LEFT-REASON PIC X(28).
       01 WS-LEFT-REASON-NOW PIC X(28).
       01 WS-GRAND-PIECES PIC 999.
       01 WS-GRAND-COST   PIC 9(8)V99.
       01 WS-JOB-TOTAL    PIC 9(7)V99.
       01 WS-ED-AREA      PIC ZZZZZ9.99.
       01 WS-ED-PERIM     PIC ZZZZ9.9.
       01 WS-ED-MONEY     PIC ZZZZZZ9.99.
       01 WS-ED-EDGE      PIC ZZZZZZ9.99.
       01 WS-ED-TOTAL     PIC ZZZZZZZZ9.99.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
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
           MOVE 0 TO WS-TRI-COUNT
           OPEN INPUT TRIANGLE-FEED
           IF WS-TRI-STATUS NOT EQUAL "35" THEN
              PERFORM LOAD-PRICE-TABLE
              PERFORM UNTIL WS-TRI-EOF = "Y"
                 READ TRIANGLE-FEED
                    AT END
                       MOVE "Y" TO WS-TRI-EOF
                    NOT AT END
                       ADD 1 TO WS-TRI-COUNT
                       PERFORM SPLIT-FEED-LINE
                       UNSTRING WS-SIDES DELIMITED BY ','
                          INTO WS-A, WS-B, WS-C
                       PERFORM CLASSIFY-TRIANGLE
                       IF WS-TRIANGLE = 1 THEN
                          PERFORM COMPUTE-MATERIAL-FIGURES
                          PERFORM ADD-TO-SHAPE-LIST
                          IF WS-QUOTING = "Y" THEN
                             PERFORM COST-ONE-PIECE
                          END-IF
                       ELSE
                          IF WS-QUOTING = "Y" THEN
                             MOVE "NOT A TRIANGLE" TO
                                WS-LEFT-REASON-NOW
                             PERFORM LEAVE-OUT-OF-QUOTE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY "FILE TOTALS - PERIMETER: " WS-TOTAL-PERIMETER
                 "  AREA: " WS-TOTAL-AREA
              PERFORM GROUP-SHAPE-REPORT
              IF WS-QUOTING = "Y" THEN
                 PERFORM WRITE-JOB-QUOTES
              END-IF
           END-IF.
       END-BATCH-TRIANGLE-REPORT.

       END-COMPUTE-MATERIAL-FIGURES.


       SPLIT-FEED-LINE.
      * The sides go on through WS-SIDES exactly as before; any job
      * and material after them are held for the quote, upper-cased
      * so they match the price table however the clerk keyed them.
           MOVE SPACES TO WS-SIDE-TXT-1 WS-SIDE-TXT-2 WS-SIDE-TXT-3
           MOVE SPACES TO WS-JOB-NAME WS-MATERIAL
           UNSTRING TRIANGLE-FEED-REC DELIMITED BY ','
              INTO WS-SIDE-TXT-1, WS-SIDE-TXT-2, WS-SIDE-TXT-3,
                   WS-JOB-NAME, WS-MATERIAL
           MOVE SPACES TO WS-SIDES
           STRING FUNCTION TRIM(WS-SIDE-TXT-1) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-SIDE-TXT-2) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-SIDE-TXT-3) DELIMITED BY SIZE
              INTO WS-SIDES
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-NAME))
              TO WS-JOB-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATERIAL))
              TO WS-MATERIAL
           IF WS-JOB-NAME = SPACES THEN
              MOVE "NO JOB" TO WS-JOB-NAME
           END-IF.
       END-SPLIT-FEED-LINE.


       LOAD-PRICE-TABLE.
      * Materials and waste allowances kept in the order they sit on
      * the table; a second line for the same material or kind is
      * ignored, the first one is the price.
           MOVE "N" TO WS-QUOTING
           MOVE 0 TO WS-MATL-COUNT
           MOVE 0 TO WS-WASTE-COUNT
           MOVE "N" TO WS-PRICE-EOF
           OPEN INPUT PRICE-TABLE
           IF WS-PRICE-STATUS NOT = "35" THEN
              MOVE "Y" TO WS-QUOTING
              PERFORM UNTIL WS-PRICE-EOF = "Y"
                 READ PRICE-TABLE
                    AT END
                       MOVE "Y" TO WS-PRICE-EOF
                    NOT AT END
                       MOVE FUNCTION UPPER-CASE(TPR-KEY) TO TPR-KEY
                       IF TPR-TYPE = "M" AND WS-MATL-COUNT < 50 THEN
                          MOVE TPR-KEY TO WS-MATERIAL
                          PERFORM FIND-MATERIAL-PRICE
                          IF WS-MATL-FOUND = 0 THEN
                             ADD 1 TO WS-MATL-COUNT
                             MOVE TPR-KEY TO
                                WS-MATL-CODE(WS-MATL-COUNT)
                             MOVE TPR-AREA-PRICE TO
                                WS-MATL-AREA-PRICE(WS-MATL-COUNT)
                             MOVE TPR-EDGE-PRICE TO
                                WS-MATL-EDGE-PRICE(WS-MATL-COUNT)
                          END-IF
                       ELSE IF TPR-TYPE = "W" AND
                          WS-WASTE-COUNT < 10 THEN
                          MOVE TPR-KEY TO WS-KIND
                          PERFORM FIND-WASTE-ALLOWANCE
                          IF WS-WASTE-IDX > WS-WASTE-COUNT THEN
                             ADD 1 TO WS-WASTE-COUNT
                             MOVE TPR-KEY TO
                                WS-WASTE-KIND(WS-WASTE-COUNT)
                             MOVE TPR-WASTE-PCT TO
                                WS-WASTE-PCT(WS-WASTE-COUNT)
                          END-IF
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRICE-TABLE
           END-IF.
       END-LOAD-PRICE-TABLE.


       FIND-MATERIAL-PRICE.
           MOVE 0 TO WS-MATL-FOUND
           PERFORM VARYING WS-MATL-IDX FROM 1 BY 1 UNTIL
              WS-MATL-IDX > WS-MATL-COUNT OR WS-MATL-FOUND > 0
              IF WS-MATL-CODE(WS-MATL-IDX) = WS-MATERIAL THEN
                 MOVE WS-MATL-IDX TO WS-MATL-FOUND
              END-IF
           END-PERFORM.
       END-FIND-MATERIAL-PRICE.


       FIND-WASTE-ALLOWANCE.
      * Leaves WS-WASTE-IDX on the kind's entry, or one past the end
      * when the table has no allowance for it (none is added).
           MOVE 0 TO WS-PIECE-WASTE
           PERFORM VARYING WS-WASTE-IDX FROM 1 BY 1 UNTIL
              WS-WASTE-IDX > WS-WASTE-COUNT OR
              WS-WASTE-KIND(WS-WASTE-IDX) = WS-KIND
              CONTINUE
           END-PERFORM
           IF WS-WASTE-IDX <= WS-WASTE-COUNT THEN
              MOVE WS-WASTE-PCT(WS-WASTE-IDX) TO WS-PIECE-WASTE
           END-IF.
       END-FIND-WASTE-ALLOWANCE.


       COST-ONE-PIECE.
      * The kind is the classification's first word, so a right
      * triangle carries the waste of the kind it already is. A
      * material the table doesn't price keeps the piece out of the
      * quote, the same as a shape that isn't a triangle.
           PERFORM FIND-MATERIAL-PRICE
           IF WS-MATERIAL = SPACES THEN
              MOVE "NO MATERIAL NAMED" TO WS-LEFT-REASON-NOW
              PERFORM LEAVE-OUT-OF-QUOTE
           ELSE IF WS-MATL-FOUND = 0 THEN
              MOVE SPACES TO WS-LEFT-REASON-NOW
              STRING "NO PRICE FOR " WS-MATERIAL
                 DELIMITED BY SIZE INTO WS-LEFT-REASON-NOW
              PERFORM LEAVE-OUT-OF-QUOTE
           ELSE IF WS-PIECE-COUNT NOT < 200 THEN
              MOVE "OVER 200 PIECES ON THE RUN" TO WS-LEFT-REASON-NOW
              PERFORM LEAVE-OUT-OF-QUOTE
           ELSE
              PERFORM FIND-QUOTE-JOB
              MOVE SPACES TO WS-KIND
              UNSTRING WS-CLASS DELIMITED BY SPACE INTO WS-KIND
              PERFORM FIND-WASTE-ALLOWANCE
              COMPUTE WS-PRICED-AREA ROUNDED =
                 WS-AREA * (100 + WS-PIECE-WASTE) / 100
              COMPUTE WS-PIECE-MATL-COST ROUNDED =
                 WS-PRICED-AREA * WS-MATL-AREA-PRICE(WS-MATL-FOUND)
              COMPUTE WS-PIECE-EDGE-COST ROUNDED =
                 WS-PERIMETER * WS-MATL-EDGE-PRICE(WS-MATL-FOUND)
              ADD 1 TO WS-PIECE-COUNT
              MOVE WS-JOB-FOUND TO WS-PC-JOB(WS-PIECE-COUNT)
              MOVE WS-TRI-COUNT TO WS-PC-SEQ(WS-PIECE-COUNT)
              MOVE WS-SIDES TO WS-PC-SIDES(WS-PIECE-COUNT)
              MOVE WS-MATERIAL TO WS-PC-MATERIAL(WS-PIECE-COUNT)
              MOVE WS-KIND TO WS-PC-KIND(WS-PIECE-COUNT)
              MOVE WS-PRICED-AREA TO WS-PC-AREA(WS-PIECE-COUNT)
              MOVE WS-PERIMETER TO WS-PC-PERIMETER(WS-PIECE-COUNT)
              COMPUTE WS-PC-COST(WS-PIECE-COUNT) =
                 WS-PIECE-MATL-COST + WS-PIECE-EDGE-COST
              ADD 1 TO WS-JOB-PIECES(WS-JOB-FOUND)
              ADD WS-PRICED-AREA TO WS-JOB-AREA(WS-JOB-FOUND)
              ADD WS-PERIMETER TO WS-JOB-PERIMETER(WS-JOB-FOUND)
              ADD WS-PIECE-MATL-COST TO WS-JOB-MATL-COST(WS-JOB-FOUND)
              ADD WS-PIECE-EDGE-COST TO WS-JOB-EDGE-COST(WS-JOB-FOUND)
           END-IF
           END-IF
           END-IF.
       END-COST-ONE-PIECE.


       FIND-QUOTE-JOB.
      * Jobs open in the order they first appear on the feed; past
      * fifty the rest ride on the last job opened.
           MOVE 0 TO WS-JOB-FOUND
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1 UNTIL
              WS-JOB-IDX > WS-JOB-COUNT OR WS-JOB-FOUND > 0
              IF WS-JOB-ID(WS-JOB-IDX) = WS-JOB-NAME THEN
                 MOVE WS-JOB-IDX TO WS-JOB-FOUND
              END-IF
           END-PERFORM
           IF WS-JOB-FOUND = 0 THEN
              IF WS-JOB-COUNT < 50 THEN
                 ADD 1 TO WS-JOB-COUNT
                 MOVE WS-JOB-NAME TO WS-JOB-ID(WS-JOB-COUNT)
                 MOVE 0 TO WS-JOB-PIECES(WS-JOB-COUNT)
                 MOVE 0 TO WS-JOB-AREA(WS-JOB-COUNT)
                 MOVE 0 TO WS-JOB-PERIMETER(WS-JOB-COUNT)
                 MOVE 0 TO WS-JOB-MATL-COST(WS-JOB-COUNT)
                 MOVE 0 TO WS-JOB-EDGE-COST(WS-JOB-COUNT)
              END-IF
              MOVE WS-JOB-COUNT TO WS-JOB-FOUND
           END-IF.
       END-FIND-QUOTE-JOB.


       LEAVE-OUT-OF-QUOTE.
           IF WS-LEFT-COUNT < 200 THEN
              ADD 1 TO WS-LEFT-COUNT
              MOVE WS-TRI-COUNT TO WS-LEFT-SEQ(WS-LEFT-COUNT)
              MOVE WS-SIDES TO WS-LEFT-SIDES(WS-LEFT-COUNT)
              MOVE WS-JOB-NAME TO WS-LEFT-JOB(WS-LEFT-COUNT)
              MOVE WS-LEFT-REASON-NOW TO WS-LEFT-REASON(WS-LEFT-COUNT)
           END-IF.
       END-LEAVE-OUT-OF-QUOTE.


       WRITE-JOB-QUOTES.
      * The report prints job by job; each job's total also goes to
      * the clerk's quote file. Pieces left out of the quote close
      * the report on their own list and are in no total.
           OPEN OUTPUT QUOTE-REPORT
           OPEN OUTPUT QUOTE-FILE
           MOVE SPACES TO QUOTE-REPORT-REC
           STRING "TRIANGLE JOB QUOTE - " WS-BUSI-DATE
              DELIMITED BY SIZE INTO QUOTE-REPORT-REC
           WRITE QUOTE-REPORT-REC
           MOVE 0 TO WS-GRAND-PIECES
           MOVE 0 TO WS-GRAND-COST
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1 UNTIL
              WS-JOB-IDX > WS-JOB-COUNT
              PERFORM WRITE-ONE-JOB-QUOTE
           END-PERFORM
           MOVE SPACES TO QUOTE-REPORT-REC
           WRITE QUOTE-REPORT-REC
           MOVE WS-GRAND-COST TO WS-ED-TOTAL
           MOVE SPACES TO QUOTE-REPORT-REC
           STRING "BATCH TOTAL " WS-GRAND-PIECES " PIECE(S) IN "
              WS-JOB-COUNT " JOB(S)   " WS-ED-TOTAL
              DELIMITED BY SIZE INTO QUOTE-REPORT-REC
           WRITE QUOTE-REPORT-REC
           IF WS-LEFT-COUNT > 0 THEN
              MOVE SPACES TO QUOTE-REPORT-REC
              WRITE QUOTE-REPORT-REC
              MOVE "NOT QUOTED:" TO QUOTE-REPORT-REC
              WRITE QUOTE-REPORT-REC
              PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1 UNTIL
                 WS-PIECE-IDX > WS-LEFT-COUNT
                 MOVE SPACES TO QUOTE-REPORT-REC
                 STRING "  #" WS-LEFT-SEQ(WS-PIECE-IDX) " "
                    WS-LEFT-SIDES(WS-PIECE-IDX) " "
                    WS-LEFT-JOB(WS-PIECE-IDX) " "
                    WS-LEFT-REASON(WS-PIECE-IDX)
                    DELIMITED BY SIZE INTO QUOTE-REPORT-REC
                 WRITE QUOTE-REPORT-REC
              END-PERFORM
           END-IF
           CLOSE QUOTE-REPORT
           MOVE "TRIQTRPT" TO WS-DIST-REPORT
           MOVE "FRONT DESK" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           CLOSE QUOTE-FILE
           DISPLAY " "
           DISPLAY "JOBS QUOTED: " WS-JOB-COUNT "  PIECES: "
              WS-GRAND-PIECES "  TOTAL: " WS-ED-TOTAL
           DISPLAY "NOT QUOTED: " WS-LEFT-COUNT " - SEE TRIQTRPT"
           MOVE SPACES TO WS-LOG-TEXT
           STRING "TRIANGLE - QUOTED " WS-JOB-COUNT " JOB(S) "
              WS-GRAND-PIECES " PIECE(S), " WS-LEFT-COUNT
              " NOT QUOTED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-WRITE-JOB-QUOTES.


       WRITE-ONE-JOB-QUOTE.
           MOVE SPACES TO QUOTE-REPORT-REC
           WRITE QUOTE-REPORT-REC
           MOVE SPACES TO QUOTE-REPORT-REC
           STRING "JOB " WS-JOB-ID(WS-JOB-IDX)
              DELIMITED BY SIZE INTO QUOTE-REPORT-REC
           WRITE QUOTE-REPORT-REC
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1 UNTIL
              WS-PIECE-IDX > WS-PIECE-COUNT
              IF WS-PC-JOB(WS-PIECE-IDX) = WS-JOB-IDX THEN
                 MOVE WS-PC-AREA(WS-PIECE-IDX) TO WS-ED-AREA
                 MOVE WS-PC-PERIMETER(WS-PIECE-IDX) TO WS-ED-PERIM
                 MOVE WS-PC-COST(WS-PIECE-IDX) TO WS-ED-MONEY
                 MOVE SPACES TO QUOTE-REPORT-REC
                 STRING "  #" WS-PC-SEQ(WS-PIECE-IDX) " "
                    WS-PC-SIDES(WS-PIECE-IDX)
                    WS-PC-MATERIAL(WS-PIECE-IDX) " "
                    WS-PC-KIND(WS-PIECE-IDX) WS-ED-AREA
                    WS-ED-PERIM " " WS-ED-MONEY
                    DELIMITED BY SIZE INTO QUOTE-REPORT-REC
                 WRITE QUOTE-REPORT-REC
              END-IF
           END-PERFORM
           COMPUTE WS-JOB-TOTAL = WS-JOB-MATL-COST(WS-JOB-IDX) +
              WS-JOB-EDGE-COST(WS-JOB-IDX)
           MOVE WS-JOB-MATL-COST(WS-JOB-IDX) TO WS-ED-MONEY
           MOVE WS-JOB-EDGE-COST(WS-JOB-IDX) TO WS-ED-EDGE
           MOVE WS-JOB-TOTAL TO WS-ED-TOTAL
           MOVE SPACES TO QUOTE-REPORT-REC
           STRING "  JOB TOTAL  MATERIAL " WS-ED-MONEY
              "  EDGING " WS-ED-EDGE "  " WS-ED-TOTAL
              DELIMITED BY SIZE INTO QUOTE-REPORT-REC
           WRITE QUOTE-REPORT-REC
           ADD WS-JOB-PIECES(WS-JOB-IDX) TO WS-GRAND-PIECES
           ADD WS-JOB-TOTAL TO WS-GRAND-COST
           MOVE WS-JOB-ID(WS-JOB-IDX) TO TQF-JOB
           MOVE WS-BUSI-DATE TO TQF-DATE
           MOVE WS-JOB-PIECES(WS-JOB-IDX) TO TQF-PIECES
           MOVE WS-JOB-AREA(WS-JOB-IDX) TO TQF-AREA
           MOVE WS-JOB-PERIMETER(WS-JOB-IDX) TO TQF-PERIMETER
           MOVE WS-JOB-MATL-COST(WS-JOB-IDX) TO TQF-MATERIAL
           MOVE WS-JOB-EDGE-COST(WS-JOB-IDX) TO TQF-EDGING
           MOVE WS-JOB-TOTAL TO TQF-TOTAL
           WRITE QUOTE-FILE-REC.
       END-WRITE-ONE-JOB-QUOTE.


       ADD-TO-SHAPE-LIST.
      * Sides filed smallest first, so two congruent triangles match
      * byte for byte whatever order the crew wrote them down in.
       END-TEST-SHAPES-SIMILAR.


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
              MOVE "TRIANGLE" TO DRG-PROGRAM
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
