           SELECT TWO-FER-NAME-FEED ASSIGN TO "TWOFERNM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NAMES-STATUS.
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
           SELECT SUBMITTER-REGISTRY ASSIGN TO "SUBMITRS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBREG-STATUS.
      * Every run's per-submitter counts are kept here as well as
      * shown, one line per submitter per run, so the monthly
      * scorecard can add up a submitter's traffic across all the
      * text feeds.
           SELECT SUBMITTER-TALLY-LEDGER ASSIGN TO "SUBTALLY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBTALLY-STATUS.
      * The occasion card templates: one record per layout line,
      * keyed by occasion code and line number. A NAME or TWOFER
      * token on a line prints as the guest's name or the two-fer
           SELECT CARD-PRINT ASSIGN TO "TWOFRCRD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRINT-STATUS.
      * The recipients' postal addresses, one record per guest,
      * keyed by the guest name exactly as it comes on the name
      * feed. Once the file is on disk a card only prints for a
      * guest with a complete address on it; with no file the
      * cards print the way they always have.
           SELECT RECIPIENT-ADDRESSES ASSIGN TO "TWOFRADR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADDR-STATUS.
      * Every card this run printed, by the number on its banner,
      * for TWO-FER-MAILING to pair with an address label.
           SELECT CARD-REGISTER ASSIGN TO "TWOFRREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
      * The guests whose cards were held back for want of a usable
      * address, rebuilt each run.
           SELECT CARD-HOLD-LIST ASSIGN TO "TWOFRHLD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLD-STATUS.
           SELECT REJECTED-INPUT-LOG ASSIGN TO "REJECTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECTLOG-STATUS.
      * Leads with the submitter id, then the occasion code the
      * card prints under, then the guest name.
       01 TWO-FER-NAME-FEED-REC PIC X(38).
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
       FD  SUBMITTER-REGISTRY.
           05 SBR-ID     PIC X(6).
           05 SBR-NAME   PIC X(20).
           05 SBR-ACTIVE PIC X.
       FD  SUBMITTER-TALLY-LEDGER.
       01 SUBMITTER-TALLY-LEDGER-REC.
           05 STL-DATE      PIC X(8).
           05 STL-PROGRAM   PIC X(14).
           05 STL-SUBMITTER PIC X(6).
           05 STL-ACCEPTED  PIC 9(4).
           05 STL-REJECTED  PIC 9(4).
       FD  CARD-TEMPLATES.
       01 CARD-TEMPLATES-REC.
           05 TPL-OCCASION PIC X(8).
           05 TPL-TEXT     PIC X(60).
       FD  CARD-PRINT.
       01 CARD-PRINT-REC PIC X(80).
       FD  RECIPIENT-ADDRESSES.
       01 RECIPIENT-ADDRESS-REC.
           05 RAD-NAME     PIC X(24).
           05 RAD-STREET   PIC X(30).
           05 RAD-STREET-2 PIC X(30).
           05 RAD-TOWN     PIC X(20).
           05 RAD-POSTCODE PIC X(10).
       FD  CARD-REGISTER.
       01 CARD-REGISTER-REC.
           05 CRG-CARD-NO   PIC 9(4).
           05 CRG-DATE      PIC X(8).
           05 CRG-SUBMITTER PIC X(6).
           05 CRG-OCCASION  PIC X(8).
           05 CRG-NAME      PIC X(24).
       FD  CARD-HOLD-LIST.
       01 CARD-HOLD-REC PIC X(80).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
      * the file arrived whole, this says who to talk to about
      * what's in it.
       01 WS-SUBREG-STATUS PIC XX.
       01 WS-SUBTALLY-STATUS PIC XX.
       01 WS-SUBREG-EOF PIC X.
       01 WS-SUBREG-ON-FILE PIC X VALUE "N".
       01 WS-SUBREG-COUNT PIC 99 VALUE 0.
       01 WS-TPL-IDX PIC 99.
       01 WS-OCCASION PIC X(8).
       01 WS-CARD-LINE PIC X(80).
       01 WS-LINE-NO PIC 99.
       01 WS-TOKEN-POS PIC 99.
       01 WS-PRINT-OPEN PIC X VALUE "N".
       01 WS-CARDS-PRINTED PIC 9(4) VALUE 0.
       01 WS-HAD-TEMPLATE PIC X.
      * The address file held in storage for the completeness
      * check: a street, a town and a postcode make an address a
      * card can be mailed to.
       01 WS-ADDR-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-ADDR-EOF PIC X.
       01 WS-ADDR-ON-FILE PIC X VALUE "N".
       01 WS-ADDR-COUNT PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
           05 WS-ADR-ENTRY OCCURS 1000 TIMES.
              10 WS-ADR-NAME     PIC X(24).
              10 WS-ADR-COMPLETE PIC X.
       01 WS-ADR-IDX PIC 9(4).
       01 WS-HOLD-REASON PIC X(24).
       01 WS-CARDS-HELD PIC 9(4) VALUE 0.
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
         IF WS-NAME = " " THEN
            MOVE "One for you, one for me." TO WS-RESULT
         ELSE
            MOVE SPACES TO WS-RESULT
            STRING WS-S1 DELIMITED BY SIZE
                   WS-NAME DELIMITED BY SPACE
                   WS-S2
           WRITE CARD-PRINT-REC
           MOVE SPACES TO CARD-PRINT-REC
           IF WS-OCCASION = SPACES THEN
              STRING "CARD NO. " WS-CARDS-PRINTED
                 DELIMITED BY SIZE INTO CARD-PRINT-REC
           ELSE
              STRING WS-OCCASION " CARD NO. " WS-CARDS-PRINTED
                 DELIMITED BY SIZE INTO CARD-PRINT-REC
           END-IF
           WRITE CARD-PRINT-REC
       END-PRINT-TEMPLATE-LINE.


       LOAD-RECIPIENT-ADDRESSES.
      * Only whether each guest's address is complete is needed
      * here; the labels themselves come from TWO-FER-MAILING.
           MOVE 0 TO WS-ADDR-COUNT
           MOVE "N" TO WS-ADDR-EOF
           OPEN INPUT RECIPIENT-ADDRESSES
           IF WS-ADDR-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE "Y" TO WS-ADDR-ON-FILE
              PERFORM UNTIL WS-ADDR-EOF = "Y"
                 READ RECIPIENT-ADDRESSES
                    AT END
                       MOVE "Y" TO WS-ADDR-EOF
                    NOT AT END
                       IF WS-ADDR-COUNT < 1000 THEN
                          ADD 1 TO WS-ADDR-COUNT
                          MOVE RAD-NAME TO
                             WS-ADR-NAME(WS-ADDR-COUNT)
                          MOVE "Y" TO
                             WS-ADR-COMPLETE(WS-ADDR-COUNT)
                          IF RAD-STREET = SPACES OR
                             RAD-TOWN = SPACES OR
                             RAD-POSTCODE = SPACES THEN
                             MOVE "N" TO
                                WS-ADR-COMPLETE(WS-ADDR-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECIPIENT-ADDRESSES
           END-IF.
       END-LOAD-RECIPIENT-ADDRESSES.


       CHECK-RECIPIENT-ADDRESS.
      * Blank means the card can go; otherwise why it is held.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-ADDR-ON-FILE = "Y" THEN
              MOVE "NO ADDRESS ON FILE" TO WS-HOLD-REASON
              PERFORM VARYING WS-ADR-IDX FROM 1 BY 1 UNTIL
                 WS-ADR-IDX > WS-ADDR-COUNT
                 IF WS-ADR-NAME(WS-ADR-IDX) = WS-NAME THEN
                    IF WS-ADR-COMPLETE(WS-ADR-IDX) = "Y" THEN
                       MOVE SPACES TO WS-HOLD-REASON
                    ELSE
                       MOVE "ADDRESS INCOMPLETE" TO WS-HOLD-REASON
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
       END-CHECK-RECIPIENT-ADDRESS.


       REGISTER-PRINTED-CARD.
           MOVE WS-CARDS-PRINTED TO CRG-CARD-NO
           MOVE WS-BUSI-DATE TO CRG-DATE
           MOVE WS-SUBMITTER TO CRG-SUBMITTER
           MOVE WS-OCCASION TO CRG-OCCASION
           MOVE WS-NAME TO CRG-NAME
           WRITE CARD-REGISTER-REC.
       END-REGISTER-PRINTED-CARD.


       HOLD-ONE-CARD.
           ADD 1 TO WS-CARDS-HELD
           DISPLAY "CARD HELD - " FUNCTION TRIM(WS-NAME) " - "
              WS-HOLD-REASON
           MOVE SPACES TO CARD-HOLD-REC
           STRING WS-NAME " " WS-OCCASION " " WS-SUBMITTER " "
              WS-HOLD-REASON
              DELIMITED BY SIZE INTO CARD-HOLD-REC
           WRITE CARD-HOLD-REC.
       END-HOLD-ONE-CARD.


       LOAD-SUBMITTER-REGISTRY.
      * The registry in once per run; no file on disk just means
      * the shop hasn't set one up yet, and the feed processes
       END-REPORT-SUBMITTER-COUNTS.


       RECORD-SUBMITTER-COUNTS.
      * The same counts onto the tally ledger under the processing
      * date, for the monthly submitter scorecard.
           IF WS-TALLY-COUNT > 0 THEN
              OPEN EXTEND SUBMITTER-TALLY-LEDGER
              IF WS-SUBTALLY-STATUS = "05" OR
                 WS-SUBTALLY-STATUS = "35"
                 CLOSE SUBMITTER-TALLY-LEDGER
                 OPEN OUTPUT SUBMITTER-TALLY-LEDGER
              END-IF
              PERFORM VARYING WS-TLY-IDX FROM 1 BY 1 UNTIL
                 WS-TLY-IDX > WS-TALLY-COUNT
                 MOVE WS-BUSI-DATE TO STL-DATE
                 MOVE "TWO-FER" TO STL-PROGRAM
                 MOVE WS-TLY-ID(WS-TLY-IDX) TO STL-SUBMITTER
                 MOVE WS-TLY-ACCEPTED(WS-TLY-IDX) TO STL-ACCEPTED
                 MOVE WS-TLY-REJECTED(WS-TLY-IDX) TO STL-REJECTED
                 WRITE SUBMITTER-TALLY-LEDGER-REC
              END-PERFORM
              CLOSE SUBMITTER-TALLY-LEDGER
           END-IF.
       END-RECORD-SUBMITTER-COUNTS.


       BATCH-TWO-FER-CARDS.
      * Runs a guest list through the Two-fer line, one name per line
      * in the feed, and prints the card for each. A missing feed
           MOVE "N" TO WS-NAMES-EOF
           PERFORM LOAD-CARD-TEMPLATES
           PERFORM LOAD-SUBMITTER-REGISTRY
           PERFORM LOAD-RECIPIENT-ADDRESSES
           PERFORM CHECK-FEED-FRAMING
           IF WS-FEED-FRAMED = "Y" AND WS-FRAME-OK = "N" THEN
              PERFORM REJECT-FEED-FILE
           OPEN INPUT TWO-FER-NAME-FEED
           IF WS-NAMES-STATUS NOT EQUAL "35" AND
              WS-FRAME-OK = "Y" THEN
              OPEN OUTPUT CARD-REGISTER
              OPEN OUTPUT CARD-HOLD-LIST
              PERFORM UNTIL WS-NAMES-EOF = "Y"
                 READ TWO-FER-NAME-FEED
                    AT END
                          MOVE TWO-FER-NAME-FEED-REC(15:24) TO
                             WS-NAME
                          PERFORM COMPUTE-TWO-FER
                          PERFORM CHECK-RECIPIENT-ADDRESS
                          IF WS-HOLD-REASON = SPACES THEN
                             DISPLAY WS-RESULT
                             PERFORM PRINT-ONE-CARD
                             PERFORM REGISTER-PRINTED-CARD
                          ELSE
                             PERFORM HOLD-ONE-CARD
                          END-IF
                          MOVE "A" TO WS-TALLY-KIND
                          PERFORM TALLY-SUBMITTER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TWO-FER-NAME-FEED
              CLOSE CARD-REGISTER
              CLOSE CARD-HOLD-LIST
              IF WS-PRINT-OPEN = "Y" THEN
                 CLOSE CARD-PRINT
                 MOVE "TWOFRCRD" TO WS-DIST-REPORT
                 MOVE "MAILROOM" TO WS-DIST-DEST
                 MOVE "N" TO WS-DIST-PATIENT
                 PERFORM REGISTER-REPORT-OUTPUT
                 DISPLAY WS-CARDS-PRINTED " CARD(S) PRINTED"
              END-IF
              IF WS-CARDS-HELD > 0 THEN
                 DISPLAY WS-CARDS-HELD
                    " CARD(S) HELD FOR ADDRESS - SEE TWOFRHLD"
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "TWO-FER - " WS-CARDS-HELD
                    " CARD(S) HELD FOR ADDRESS"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                 MOVE "W" TO WS-LOG-SEVERITY
                 PERFORM WRITE-OPERATIONS-LINE
              END-IF
              PERFORM REPORT-SUBMITTER-COUNTS
              PERFORM RECORD-SUBMITTER-COUNTS
           END-IF.
       END-BATCH-TWO-FER-CARDS.


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
              MOVE "TWO-FER" TO DRG-PROGRAM
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
