           SELECT HOT-CARD-REFERENCE ASSIGN TO "HOTCARDS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOT-STATUS.
      * The issuer BIN range reference, maintained through
      * REF-MAINT: one record per range of leading digits, with the
      * card lengths the range issues, its network, issuer and
      * country. A new range is a reference change, not a program
      * change; no file on disk means the four built-in network
      * ranges below stand.
           SELECT BIN-RANGE-REFERENCE ASSIGN TO "BINRANGE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
      * The rolling presentation history: one record per token per
      * business night it was put through, with how many times that
      * night. Only the velocity window's worth is kept.
           SELECT CARD-HISTORY ASSIGN TO "CARDHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARDHIST-STATUS.
      * The velocity limits, maintained in advance: how many
      * presentations inside how many business nights. No file on
      * disk means five inside seven.
           SELECT VELOCITY-PARAMETERS ASSIGN TO "VELOCPRM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VELPRM-STATUS.
      * The fraud desk's velocity listing: a card presented more
      * often than the limit inside the window, masked the way the
      * audit log masks it, once per card per night.
           SELECT VELOCITY-ALERTS ASSIGN TO "VELOCALR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VELALR-STATUS.
      * Every validation attempt, masked down to the last four
      * digits, lands here.
           SELECT AUDIT-LOG ASSIGN TO "LUHNAUDIT"
           SELECT TOKEN-SEQUENCE ASSIGN TO "TOKNSEQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOKSEQ-STATUS.
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
       FD  HOT-CARD-REFERENCE.
       01 HOT-CARD-REFERENCE-REC.
           05 HCR-DIGITS PIC X(32).
       FD  BIN-RANGE-REFERENCE.
       01 BIN-RANGE-REFERENCE-REC.
      * Low and high prefixes are the same number of digits; a
      * card matches when its own leading digits of that length
      * fall between them.
           05 BRR-LOW-PREFIX  PIC X(8).
           05 BRR-HIGH-PREFIX PIC X(8).
      * Up to six two-digit card lengths the range issues; blank
      * means any length.
           05 BRR-LENGTHS     PIC X(12).
           05 BRR-NETWORK     PIC X(12).
           05 BRR-ISSUER      PIC X(20).
           05 BRR-COUNTRY     PIC X(3).
       FD  CARD-HISTORY.
       01 CARD-HISTORY-REC.
           05 CHS-TOKEN PIC X(12).
           05 CHS-DATE  PIC X(8).
           05 CHS-COUNT PIC 9(3).
       FD  VELOCITY-PARAMETERS.
       01 VELOCITY-PARAMETERS-REC.
           05 VPR-LIMIT  PIC X(3).
           05 VPR-WINDOW PIC X(3).
       FD  VELOCITY-ALERTS.
       01 VELOCITY-ALERTS-REC.
           05 VAL-DATE   PIC X(8).
           05 VAL-MASKED PIC X(32).
           05 VAL-TOKEN  PIC X(12).
           05 VAL-COUNT  PIC 9(4).
           05 VAL-LIMIT  PIC 9(3).
           05 VAL-WINDOW PIC 9(3).
       FD  AUDIT-LOG.
       01 AUDIT-LOG-REC PIC X(60).
       FD  RESULT-FEED.
           05 RSL-TOKEN    PIC X(32).
           05 RSL-VERDICT  PIC X(5).
           05 RSL-NETWORK  PIC X(12).
           05 RSL-ISSUER   PIC X(20).
       01 RESULT-TRAILER-REC REDEFINES RESULT-FEED-REC.
           05 RSL-TRL-TAG     PIC X(3).
           05 RSL-TRL-TOTAL   PIC 9(4).
           05 RSL-TRL-VALID   PIC 9(4).
           05 RSL-TRL-INVALID PIC 9(4).
           05 FILLER          PIC X(58).
       FD  TOKEN-VAULT.
       01 TOKEN-VAULT-REC.
           05 TVF-CARD  PIC X(32).
           05 TVF-TOKEN PIC X(12).
      * When the card was first and last put through the check;
      * TOKEN-PURGE retires a token once its last sighting is older
      * than the retention period.
           05 TVF-FIRST-SEEN PIC X(8).
           05 TVF-LAST-SEEN  PIC X(8).
       FD  TOKEN-SEQUENCE.
       01 TOKEN-SEQUENCE-REC PIC 9(9).
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
       01 WS-COUNTER        PIC 99.
       01 WS-SUM            PIC 9999 VALUE 0.
       01 WS-NETWORK        PIC X(12).
       01 WS-ISSUER         PIC X(20).
       01 WS-MASKED         PIC X(32).
       01 WS-CARD-STATUS    PIC XX.
       01 WS-CARD-EOF       PIC X VALUE "N".
       01 WS-HOT-IDX        PIC 9(3).
       01 WS-HOT-FLAG       PIC X VALUE "N".
       01 WS-HOT-COUNT-HIT  PIC 9(4) VALUE 0.
      * The BIN ranges, loaded on the first card looked up. The
      * longest matching prefix wins, so an issuer's own range
      * inside a network's wider one names the issuer.
       01 WS-BIN-STATUS     PIC XX.
       01 WS-BIN-LOADED     PIC X VALUE "N".
       01 WS-BIN-EOF        PIC X.
       01 WS-BIN-COUNT      PIC 9(3) VALUE 0.
       01 WS-BIN-TABLE.
           05 WS-BIN-ENTRY OCCURS 300 TIMES.
              10 WS-BIN-LOW     PIC X(8).
              10 WS-BIN-HIGH    PIC X(8).
              10 WS-BIN-DIGITS  PIC 9.
              10 WS-BIN-LENGTHS PIC X(12).
              10 WS-BIN-NETWORK PIC X(12).
              10 WS-BIN-ISSUER  PIC X(20).
       01 WS-BIN-IDX        PIC 9(3).
       01 WS-BIN-BEST       PIC 9.
       01 WS-BIN-LEN-OK     PIC X.
       01 WS-BIN-LEN-IDX    PIC 99.
       01 WS-CARD-LENGTH-X  PIC 99.
      * End-of-run breakdown: valid and invalid counts by network
      * and issuer, so an issuer whose cards keep failing shows.
       01 WS-NIS-COUNT      PIC 99 VALUE 0.
       01 WS-NIS-TABLE.
           05 WS-NIS-ENTRY OCCURS 50 TIMES.
              10 WS-NIS-NETWORK PIC X(12).
              10 WS-NIS-ISSUER  PIC X(20).
              10 WS-NIS-VALID   PIC 9(4).
              10 WS-NIS-INVALID PIC 9(4).
       01 WS-NIS-IDX        PIC 99.
       01 WS-NIS-FOUND      PIC 99.
      * Cross-night velocity. The history inside the window is
      * held as read, tokens are totalled across it, and tonight's
      * presentations are added as they come; the window is the
      * last so many business nights the history shows, tonight
      * included.
       01 WS-CARDHIST-STATUS PIC XX.
       01 WS-VELPRM-STATUS   PIC XX.
       01 WS-VELALR-STATUS   PIC XX.
       01 WS-VEL-LIMIT       PIC 9(3) VALUE 5.
       01 WS-VEL-WINDOW      PIC 9(3) VALUE 7.
       01 WS-VEL-CUTOFF      PIC X(8).
       01 WS-VEL-EOF         PIC X.
       01 WS-HST-COUNT PIC 9(4) VALUE 0.
       01 WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 5000 TIMES.
              10 WS-HST-TOKEN PIC X(12).
              10 WS-HST-DATE  PIC X(8).
              10 WS-HST-TIMES PIC 9(3).
       01 WS-HST-IDX   PIC 9(4).
       01 WS-NIGHT-COUNT PIC 9(3) VALUE 0.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-DATE PIC X(8) OCCURS 400 TIMES.
       01 WS-NIGHT-IDX   PIC 9(3).
       01 WS-NIGHT-IDX2  PIC 9(3).
       01 WS-NIGHT-FOUND PIC X.
       01 WS-NIGHT-SWAP  PIC X(8).
       01 WS-VEL-COUNT PIC 9(4) VALUE 0.
       01 WS-VEL-TABLE.
           05 WS-VEL-ENTRY OCCURS 3000 TIMES.
              10 WS-VEL-TOKEN   PIC X(12).
              10 WS-VEL-TIMES   PIC 9(4).
              10 WS-VEL-TONIGHT PIC 9(3).
              10 WS-VEL-ALERTED PIC X.
       01 WS-VEL-IDX   PIC 9(4).
       01 WS-VEL-FOUND PIC 9(4).
       01 WS-VEL-KEY   PIC X(12).
       01 WS-VEL-ALERT-COUNT PIC 9(4) VALUE 0.
      * Check-digit suggestion scratch for failed numbers.
       01 WS-LAST-DIGIT     PIC 9.
       01 WS-SUGGESTED      PIC 9.
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


       DETECT-NETWORK.
      * Looks the cleaned digits up on the BIN range reference:
      * the range whose prefix the card's leading digits fall in,
      * at a length the range issues, names the network and
      * issuer. This doesn't require the number to have passed
      * the Luhn check; no range at all leaves it UNKNOWN.
           IF WS-BIN-LOADED = "N" THEN
              PERFORM LOAD-BIN-RANGES
           END-IF
           MOVE "UNKNOWN" TO WS-NETWORK
           MOVE "UNKNOWN" TO WS-ISSUER
           MOVE 0 TO WS-BIN-BEST
           COMPUTE WS-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(WS-CARD-DIGITS))
           IF WS-CARD-DIGITS NOT = SPACES THEN
              PERFORM VARYING WS-BIN-IDX FROM 1 BY 1 UNTIL WS-BIN-IDX >
                 WS-BIN-COUNT
                 IF WS-BIN-DIGITS(WS-BIN-IDX) > WS-BIN-BEST AND
                    WS-BIN-DIGITS(WS-BIN-IDX) <= WS-LENGTH THEN
                    PERFORM CHECK-ONE-BIN-RANGE
                 END-IF
              END-PERFORM
           END-IF.
       END-DETECT-NETWORK.


       CHECK-ONE-BIN-RANGE.
      * The card's leading digits, as many as the range's prefix
      * carries, compared as text: prefixes of one length compare
      * the same as numbers would.
           IF WS-CARD-DIGITS(1:WS-BIN-DIGITS(WS-BIN-IDX)) >=
              WS-BIN-LOW(WS-BIN-IDX)(1:WS-BIN-DIGITS(WS-BIN-IDX)) AND
              WS-CARD-DIGITS(1:WS-BIN-DIGITS(WS-BIN-IDX)) <=
              WS-BIN-HIGH(WS-BIN-IDX)(1:WS-BIN-DIGITS(WS-BIN-IDX))
              THEN
              MOVE "N" TO WS-BIN-LEN-OK
              IF WS-BIN-LENGTHS(WS-BIN-IDX) = SPACES THEN
                 MOVE "Y" TO WS-BIN-LEN-OK
              ELSE
                 MOVE WS-LENGTH TO WS-CARD-LENGTH-X
                 PERFORM VARYING WS-BIN-LEN-IDX FROM 1 BY 2 UNTIL
                    WS-BIN-LEN-IDX > 11
                    IF WS-BIN-LENGTHS(WS-BIN-IDX)(WS-BIN-LEN-IDX:2) =
                       WS-CARD-LENGTH-X THEN
                       MOVE "Y" TO WS-BIN-LEN-OK
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-BIN-LEN-OK = "Y" THEN
                 MOVE WS-BIN-DIGITS(WS-BIN-IDX) TO WS-BIN-BEST
                 MOVE WS-BIN-NETWORK(WS-BIN-IDX) TO WS-NETWORK
                 MOVE WS-BIN-ISSUER(WS-BIN-IDX) TO WS-ISSUER
                 IF WS-ISSUER = SPACES THEN
                    MOVE "UNKNOWN" TO WS-ISSUER
                 END-IF
              END-IF
           END-IF.
       END-CHECK-ONE-BIN-RANGE.


       LOAD-BIN-RANGES.
      * The reference file's ranges replace the built-in network
      * ranges wholesale when it exists; with no file the four
      * networks the check has always known stand, issuer unknown.
           MOVE "Y" TO WS-BIN-LOADED
           MOVE "4" TO WS-BIN-LOW(1)
           MOVE "4" TO WS-BIN-HIGH(1)
           MOVE SPACES TO WS-BIN-LENGTHS(1)
           MOVE "VISA" TO WS-BIN-NETWORK(1)
           MOVE "51" TO WS-BIN-LOW(2)
           MOVE "55" TO WS-BIN-HIGH(2)
           MOVE "16" TO WS-BIN-LENGTHS(2)
           MOVE "MASTERCARD" TO WS-BIN-NETWORK(2)
           MOVE "34" TO WS-BIN-LOW(3)
           MOVE "34" TO WS-BIN-HIGH(3)
           MOVE "15" TO WS-BIN-LENGTHS(3)
           MOVE "AMEX" TO WS-BIN-NETWORK(3)
           MOVE "37" TO WS-BIN-LOW(4)
           MOVE "37" TO WS-BIN-HIGH(4)
           MOVE "15" TO WS-BIN-LENGTHS(4)
           MOVE "AMEX" TO WS-BIN-NETWORK(4)
           MOVE "6011" TO WS-BIN-LOW(5)
           MOVE "6011" TO WS-BIN-HIGH(5)
           MOVE "16" TO WS-BIN-LENGTHS(5)
           MOVE "DISCOVER" TO WS-BIN-NETWORK(5)
           MOVE "65" TO WS-BIN-LOW(6)
           MOVE "65" TO WS-BIN-HIGH(6)
           MOVE "16" TO WS-BIN-LENGTHS(6)
           MOVE "DISCOVER" TO WS-BIN-NETWORK(6)
           MOVE 6 TO WS-BIN-COUNT
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1 UNTIL WS-BIN-IDX >
              WS-BIN-COUNT
              MOVE SPACES TO WS-BIN-ISSUER(WS-BIN-IDX)
              COMPUTE WS-BIN-DIGITS(WS-BIN-IDX) = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-BIN-LOW(WS-BIN-IDX)))
           END-PERFORM
           MOVE "N" TO WS-BIN-EOF
           OPEN INPUT BIN-RANGE-REFERENCE
           IF WS-BIN-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE 0 TO WS-BIN-COUNT
              PERFORM UNTIL WS-BIN-EOF = "Y"
                 READ BIN-RANGE-REFERENCE
                    AT END
                       MOVE "Y" TO WS-BIN-EOF
                    NOT AT END
                       IF WS-BIN-COUNT < 300 AND
                          BRR-LOW-PREFIX NOT = SPACES THEN
                          ADD 1 TO WS-BIN-COUNT
                          MOVE BRR-LOW-PREFIX TO
                             WS-BIN-LOW(WS-BIN-COUNT)
                          MOVE BRR-HIGH-PREFIX TO
                             WS-BIN-HIGH(WS-BIN-COUNT)
                          COMPUTE WS-BIN-DIGITS(WS-BIN-COUNT) =
                             FUNCTION LENGTH(
                             FUNCTION TRIM(BRR-LOW-PREFIX))
                          MOVE BRR-LENGTHS TO
                             WS-BIN-LENGTHS(WS-BIN-COUNT)
                          MOVE BRR-NETWORK TO
                             WS-BIN-NETWORK(WS-BIN-COUNT)
                          MOVE BRR-ISSUER TO
                             WS-BIN-ISSUER(WS-BIN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BIN-RANGE-REFERENCE
           END-IF.
       END-LOAD-BIN-RANGES.


       MASK-CARD-NUMBER.
           IF WS-CARD-STATUS NOT EQUAL "35" AND
              WS-FRAME-OK = "Y" THEN
              OPEN OUTPUT RESULT-FEED
              MOVE "VELOCALR" TO WS-DIST-REPORT
              PERFORM COUNT-REPORT-LINES
              MOVE WS-DIST-LINES TO WS-DIST-BEFORE
              PERFORM LOAD-VELOCITY-HISTORY
              PERFORM UNTIL WS-CARD-EOF = "Y"
                 READ CARD-FEED
                    AT END
                       ELSE
                          ADD 1 TO WS-INVALID-COUNT
                       END-IF
                       PERFORM TALLY-NETWORK-ISSUER
                       IF WS-DUPLICATE = "Y" THEN
                          DISPLAY "CARD #" WS-CARD-COUNT ": " WS-VALID
                             " (" WS-NETWORK ") ** DUPLICATE **"
                 END-READ
              END-PERFORM
              CLOSE CARD-FEED
              PERFORM SAVE-VELOCITY-HISTORY
              MOVE "VELOCALR" TO WS-DIST-REPORT
              MOVE "OPS DESK" TO WS-DIST-DEST
              MOVE "N" TO WS-DIST-PATIENT
              PERFORM REGISTER-REPORT-OUTPUT
              PERFORM WRITE-RESULT-TRAILER
              CLOSE RESULT-FEED
              DISPLAY "TOTAL: " WS-CARD-COUNT
                 " VALID: " WS-VALID-COUNT
                 " INVALID: " WS-INVALID-COUNT
                 " DUPLICATES: " WS-DUP-COUNT
                 " VELOCITY ALERTS: " WS-VEL-ALERT-COUNT
              PERFORM SHOW-ISSUER-BREAKDOWN
           END-IF.
       END-BATCH-LUHN-RUN.


       TALLY-NETWORK-ISSUER.
      * One row per network and issuer seen this batch; past 50
      * distinct pairs the rest go uncounted in the breakdown but
      * still count in the batch totals.
           MOVE 0 TO WS-NIS-FOUND
           PERFORM VARYING WS-NIS-IDX FROM 1 BY 1 UNTIL WS-NIS-IDX >
              WS-NIS-COUNT
              IF WS-NIS-NETWORK(WS-NIS-IDX) = WS-NETWORK AND
                 WS-NIS-ISSUER(WS-NIS-IDX) = WS-ISSUER THEN
                 MOVE WS-NIS-IDX TO WS-NIS-FOUND
              END-IF
           END-PERFORM
           IF WS-NIS-FOUND = 0 AND WS-NIS-COUNT < 50 THEN
              ADD 1 TO WS-NIS-COUNT
              MOVE WS-NIS-COUNT TO WS-NIS-FOUND
              MOVE WS-NETWORK TO WS-NIS-NETWORK(WS-NIS-FOUND)
              MOVE WS-ISSUER TO WS-NIS-ISSUER(WS-NIS-FOUND)
              MOVE 0 TO WS-NIS-VALID(WS-NIS-FOUND)
              MOVE 0 TO WS-NIS-INVALID(WS-NIS-FOUND)
           END-IF
           IF WS-NIS-FOUND > 0 THEN
              IF WS-VALID = "VALID" THEN
                 ADD 1 TO WS-NIS-VALID(WS-NIS-FOUND)
              ELSE
                 ADD 1 TO WS-NIS-INVALID(WS-NIS-FOUND)
              END-IF
           END-IF.
       END-TALLY-NETWORK-ISSUER.


       SHOW-ISSUER-BREAKDOWN.
      * The batch's figures by network and issuer, on the screen
      * and one line each on the operations log.
           PERFORM VARYING WS-NIS-IDX FROM 1 BY 1 UNTIL WS-NIS-IDX >
              WS-NIS-COUNT
              DISPLAY "  " WS-NIS-NETWORK(WS-NIS-IDX) " "
                 WS-NIS-ISSUER(WS-NIS-IDX)
                 " VALID: " WS-NIS-VALID(WS-NIS-IDX)
                 " INVALID: " WS-NIS-INVALID(WS-NIS-IDX)
              MOVE SPACES TO WS-LOG-TEXT
              STRING "LUHN - " WS-NIS-NETWORK(WS-NIS-IDX) " "
                 WS-NIS-ISSUER(WS-NIS-IDX)
                 " VALID " WS-NIS-VALID(WS-NIS-IDX)
                 " INVALID " WS-NIS-INVALID(WS-NIS-IDX)
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-PERFORM.
       END-SHOW-ISSUER-BREAKDOWN.


       WRITE-RESULT-RECORD.
      * One structured record per input card, in input order; a
      * well-formed number goes back as its vault token, and a
              WS-CARD-DIGITS NOT = SPACES THEN
              PERFORM GET-CARD-TOKEN
              MOVE WS-TOKEN TO RSL-TOKEN
              PERFORM CHECK-CARD-VELOCITY
           ELSE
              MOVE WS-MASKED TO RSL-TOKEN
           END-IF
           MOVE WS-VALID TO RSL-VERDICT
           MOVE WS-NETWORK TO RSL-NETWORK
           MOVE WS-ISSUER TO RSL-ISSUER
           WRITE RESULT-FEED-REC.
       END-WRITE-RESULT-RECORD.

       GET-CARD-TOKEN.
      * The card's standing token off the vault, minted in sequence
      * on first sight; the vault is the only place the pairing
      * exists and it never travels. Every sighting moves the
      * token's last-seen date up to tonight.
           OPEN I-O TOKEN-VAULT
           IF WS-VAULT-STATUS = "35"
              CLOSE TOKEN-VAULT
                 PERFORM MINT-FRESH-TOKEN
                 MOVE WS-CARD-DIGITS TO TVF-CARD
                 MOVE WS-TOKEN TO TVF-TOKEN
                 MOVE WS-BUSI-DATE TO TVF-FIRST-SEEN
                 MOVE WS-BUSI-DATE TO TVF-LAST-SEEN
                 WRITE TOKEN-VAULT-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 MOVE TVF-TOKEN TO WS-TOKEN
                 IF TVF-LAST-SEEN NOT = WS-BUSI-DATE THEN
                    IF TVF-FIRST-SEEN = SPACES THEN
                       MOVE WS-BUSI-DATE TO TVF-FIRST-SEEN
                    END-IF
                    MOVE WS-BUSI-DATE TO TVF-LAST-SEEN
                    REWRITE TOKEN-VAULT-REC
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE TOKEN-VAULT.
       END-GET-CARD-TOKEN.
       END-MINT-FRESH-TOKEN.


       LOAD-VELOCITY-HISTORY.
      * The limits, then the history. Tonight's own records are
      * left out, so a rerun of the night counts the feed once;
      * the window's earliest night is found from the distinct
      * nights on file, and anything older than it is dropped.
           MOVE "N" TO WS-VEL-EOF
           OPEN INPUT VELOCITY-PARAMETERS
           IF WS-VELPRM-STATUS = "00" THEN
              READ VELOCITY-PARAMETERS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF VPR-LIMIT IS NUMERIC AND VPR-LIMIT > "000"
                       THEN
                       MOVE VPR-LIMIT TO WS-VEL-LIMIT
                    END-IF
                    IF VPR-WINDOW IS NUMERIC AND VPR-WINDOW > "000"
                       THEN
                       MOVE VPR-WINDOW TO WS-VEL-WINDOW
                    END-IF
              END-READ
              CLOSE VELOCITY-PARAMETERS
           END-IF
           MOVE 0 TO WS-HST-COUNT
           MOVE 0 TO WS-NIGHT-COUNT
           OPEN INPUT CARD-HISTORY
           IF WS-CARDHIST-STATUS = "00" THEN
              PERFORM UNTIL WS-VEL-EOF = "Y"
                 READ CARD-HISTORY
                    AT END
                       MOVE "Y" TO WS-VEL-EOF
                    NOT AT END
                       IF CHS-DATE < WS-BUSI-DATE AND
                          WS-HST-COUNT < 5000 THEN
                          ADD 1 TO WS-HST-COUNT
                          MOVE CHS-TOKEN TO WS-HST-TOKEN(WS-HST-COUNT)
                          MOVE CHS-DATE TO WS-HST-DATE(WS-HST-COUNT)
                          MOVE CHS-COUNT TO WS-HST-TIMES(WS-HST-COUNT)
                          PERFORM NOTE-HISTORY-NIGHT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CARD-HISTORY
           END-IF
      * Latest night first; the window's tonight plus the nights
      * before it reach back to night WINDOW - 1 on this list.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
              WS-NIGHT-IDX >= WS-NIGHT-COUNT
              PERFORM VARYING WS-NIGHT-IDX2 FROM WS-NIGHT-IDX BY 1
                 UNTIL WS-NIGHT-IDX2 > WS-NIGHT-COUNT
                 IF WS-NIGHT-DATE(WS-NIGHT-IDX2) >
                    WS-NIGHT-DATE(WS-NIGHT-IDX) THEN
                    MOVE WS-NIGHT-DATE(WS-NIGHT-IDX) TO WS-NIGHT-SWAP
                    MOVE WS-NIGHT-DATE(WS-NIGHT-IDX2) TO
                       WS-NIGHT-DATE(WS-NIGHT-IDX)
                    MOVE WS-NIGHT-SWAP TO WS-NIGHT-DATE(WS-NIGHT-IDX2)
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE WS-BUSI-DATE TO WS-VEL-CUTOFF
           IF WS-VEL-WINDOW > 1 AND WS-NIGHT-COUNT > 0 THEN
              IF WS-NIGHT-COUNT >= WS-VEL-WINDOW - 1 THEN
                 MOVE WS-NIGHT-DATE(WS-VEL-WINDOW - 1) TO
                    WS-VEL-CUTOFF
              ELSE
                 MOVE WS-NIGHT-DATE(WS-NIGHT-COUNT) TO WS-VEL-CUTOFF
              END-IF
           END-IF
           MOVE 0 TO WS-VEL-COUNT
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1 UNTIL WS-HST-IDX >
              WS-HST-COUNT
              IF WS-HST-DATE(WS-HST-IDX) >= WS-VEL-CUTOFF THEN
                 MOVE WS-HST-TOKEN(WS-HST-IDX) TO WS-VEL-KEY
                 PERFORM FIND-VELOCITY-TOKEN
                 IF WS-VEL-FOUND > 0 THEN
                    ADD WS-HST-TIMES(WS-HST-IDX) TO
                       WS-VEL-TIMES(WS-VEL-FOUND)
                 END-IF
              END-IF
           END-PERFORM.
       END-LOAD-VELOCITY-HISTORY.


       NOTE-HISTORY-NIGHT.
           MOVE "N" TO WS-NIGHT-FOUND
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
              WS-NIGHT-IDX > WS-NIGHT-COUNT
              IF WS-NIGHT-DATE(WS-NIGHT-IDX) = CHS-DATE THEN
                 MOVE "Y" TO WS-NIGHT-FOUND
              END-IF
           END-PERFORM
           IF WS-NIGHT-FOUND = "N" AND WS-NIGHT-COUNT < 400 THEN
              ADD 1 TO WS-NIGHT-COUNT
              MOVE CHS-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
           END-IF.
       END-NOTE-HISTORY-NIGHT.


       FIND-VELOCITY-TOKEN.
      * The token's running total, added on first sight; past 3000
      * distinct tokens in the window the rest go unwatched.
           MOVE 0 TO WS-VEL-FOUND
           PERFORM VARYING WS-VEL-IDX FROM 1 BY 1 UNTIL WS-VEL-IDX >
              WS-VEL-COUNT
              IF WS-VEL-TOKEN(WS-VEL-IDX) = WS-VEL-KEY THEN
                 MOVE WS-VEL-IDX TO WS-VEL-FOUND
              END-IF
           END-PERFORM
           IF WS-VEL-FOUND = 0 AND WS-VEL-COUNT < 3000 THEN
              ADD 1 TO WS-VEL-COUNT
              MOVE WS-VEL-COUNT TO WS-VEL-FOUND
              MOVE WS-VEL-KEY TO WS-VEL-TOKEN(WS-VEL-FOUND)
              MOVE 0 TO WS-VEL-TIMES(WS-VEL-FOUND)
              MOVE 0 TO WS-VEL-TONIGHT(WS-VEL-FOUND)
              MOVE "N" TO WS-VEL-ALERTED(WS-VEL-FOUND)
           END-IF.
       END-FIND-VELOCITY-TOKEN.


       CHECK-CARD-VELOCITY.
      * Tonight's presentation goes on the card's total; the first
      * time the total passes the limit the card is listed for the
      * fraud desk, and not again the same night.
           MOVE 0 TO WS-VEL-FOUND
           IF WS-TOKEN NOT = SPACES THEN
              MOVE WS-TOKEN TO WS-VEL-KEY
              PERFORM FIND-VELOCITY-TOKEN
           END-IF
           IF WS-VEL-FOUND > 0 THEN
              ADD 1 TO WS-VEL-TIMES(WS-VEL-FOUND)
              ADD 1 TO WS-VEL-TONIGHT(WS-VEL-FOUND)
              IF WS-VEL-TIMES(WS-VEL-FOUND) > WS-VEL-LIMIT AND
                 WS-VEL-ALERTED(WS-VEL-FOUND) = "N" THEN
                 MOVE "Y" TO WS-VEL-ALERTED(WS-VEL-FOUND)
                 PERFORM WRITE-VELOCITY-ALERT
              END-IF
           END-IF.
       END-CHECK-CARD-VELOCITY.


       WRITE-VELOCITY-ALERT.
           ADD 1 TO WS-VEL-ALERT-COUNT
           PERFORM MASK-CARD-NUMBER
           OPEN EXTEND VELOCITY-ALERTS
           IF WS-VELALR-STATUS = "05" OR WS-VELALR-STATUS = "35"
              CLOSE VELOCITY-ALERTS
              OPEN OUTPUT VELOCITY-ALERTS
           END-IF
           MOVE WS-BUSI-DATE TO VAL-DATE
           MOVE WS-MASKED TO VAL-MASKED
           MOVE WS-TOKEN TO VAL-TOKEN
           MOVE WS-VEL-TIMES(WS-VEL-FOUND) TO VAL-COUNT
           MOVE WS-VEL-LIMIT TO VAL-LIMIT
           MOVE WS-VEL-WINDOW TO VAL-WINDOW
           WRITE VELOCITY-ALERTS-REC
           CLOSE VELOCITY-ALERTS
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LUHN - VELOCITY " FUNCTION TRIM(WS-MASKED) " "
              WS-VEL-TIMES(WS-VEL-FOUND) " TIMES IN " WS-VEL-WINDOW
              " NIGHTS"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-WRITE-VELOCITY-ALERT.


       SAVE-VELOCITY-HISTORY.
      * The window's history back out, then one record for each
      * card presented tonight.
           OPEN OUTPUT CARD-HISTORY
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1 UNTIL WS-HST-IDX >
              WS-HST-COUNT
              IF WS-HST-DATE(WS-HST-IDX) >= WS-VEL-CUTOFF THEN
                 MOVE WS-HST-TOKEN(WS-HST-IDX) TO CHS-TOKEN
                 MOVE WS-HST-DATE(WS-HST-IDX) TO CHS-DATE
                 MOVE WS-HST-TIMES(WS-HST-IDX) TO CHS-COUNT
                 WRITE CARD-HISTORY-REC
              END-IF
           END-PERFORM
           PERFORM VARYING WS-VEL-IDX FROM 1 BY 1 UNTIL WS-VEL-IDX >
              WS-VEL-COUNT
              IF WS-VEL-TONIGHT(WS-VEL-IDX) > 0 THEN
                 MOVE WS-VEL-TOKEN(WS-VEL-IDX) TO CHS-TOKEN
                 MOVE WS-BUSI-DATE TO CHS-DATE
                 MOVE WS-VEL-TONIGHT(WS-VEL-IDX) TO CHS-COUNT
                 WRITE CARD-HISTORY-REC
              END-IF
           END-PERFORM
           CLOSE CARD-HISTORY.
       END-SAVE-VELOCITY-HISTORY.


       WRITE-RESULT-TRAILER.
      * The trailer carries the three batch counters so the upstream
      * system can prove it read the whole file.
       END-CHECK-DUPLICATE-CARD.


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
              MOVE "LUHN" TO DRG-PROGRAM
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
