           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.

           SELECT RAINDROP-FACTORS ASSIGN TO "RAINFCTR"
              ORGANIZATION IS LINE SEQUENTIAL
           SELECT BOB-REPLY-TABLE ASSIGN TO "BOBREPLY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPLY-STATUS.
      * The drug-to-allergen pairings the pharmacy's contraindication
      * check runs on; a missing pairing lets a conflicting
      * prescription out the door, so it takes the same validation
      * and audit trail as the allergen table it names.
           SELECT DRUG-ALLERGEN-REFERENCE ASSIGN TO "DRUGALRG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRUGREF-STATUS.
      * The cross-reactivity pairings the screening's physician
      * page warns from, and a high-weight one can refer a patient,
      * so a bad likelihood or a pairing to nothing gets turned
      * away here the same as a bad allergen would.
           SELECT CROSS-REACTIVITY-REFERENCE ASSIGN TO "CROSSRX"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CROSSREF-STATUS.
      * The allergens in each dish on the patient kitchen's menu;
      * the nightly meal screen matches trays against it, so a dish
      * filed without its allergens sends a conflicting tray up,
      * and it takes the same validation and audit trail as the
      * drug pairings.
           SELECT MENU-ALLERGEN-REFERENCE ASSIGN TO "MENUALRG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MENUREF-STATUS.
      * The issuer BIN ranges the card check names a card's
      * network and issuer from; a bad range sends a whole issuer's
      * cards out as UNKNOWN, so the prefixes and lengths are
      * checked here before anything is filed.
           SELECT BIN-RANGE-REFERENCE ASSIGN TO "BINRANGE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BINREF-STATUS.
      * The checkout table DARTS calls finishes from on the oche; a
      * route that doesn't add up sends a player at a finish that
      * isn't there, so every route is proved against its score
      * and the darts it is for before it is filed.
           SELECT CHECKOUT-TABLE ASSIGN TO "CHKOUTBL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHKOUT-STATUS.
      * The venues the league plays at, by the four-letter code
      * the registry and the fixture list carry. MAIN is the club's
      * own hall and is always known; any other code a player is
      * registered at has to be listed here first.
           SELECT VENUE-REFERENCE ASSIGN TO "VENUEREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENUE-STATUS.
      * Every change writes who/when/old/new here; reference data
      * that drives patient results keeps a paper trail.
           SELECT REFERENCE-AUDIT ASSIGN TO "REFAUDIT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      * The batch-window indicator NIGHT-SCHEDULER sets as the
      * night's chain starts and clears when it ends. While it is
      * set, updates here wait so the chain never reads data half
      * changed; inquiries carry on as usual.
           SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINDOW-STATUS.
      * One line per emergency update made through the window:
      * when, which program, which operator, and why.
           SELECT WINDOW-OVERRIDES ASSIGN TO "WINOVRD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINOVR-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, O operator
      * maintenance.
           05 OP-FUNCS PIC X(10).
      * The passcode is never kept as typed: SCRAMBLE-PASSCODE folds
      * it with the operator id into a ten-digit check value and
      * only that is filed. OP-PASS-SET is the day it was chosen --
      * zeros on one issued by OPERATOR-MAINT, which has to be
      * changed before it is any use. OP-FAILS counts wrong
      * passcodes since the last good one; OP-STATE is A active,
      * S suspended, L locked out. Records filed before passcodes
      * carry blanks here.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
       FD  OPERATOR-ALERTS.
       01 OPERATOR-ALERTS-REC PIC X(80).
       FD  RAINDROP-FACTORS.
       01 RAINDROP-FACTORS-REC.
           05 RF-FACTOR PIC 9(4).
           05 BRT-TYPE    PIC X.
           05 BRT-PATTERN PIC X(20).
           05 BRT-REPLY   PIC X(40).
       FD  DRUG-ALLERGEN-REFERENCE.
       01 DRUG-ALLERGEN-REFERENCE-REC.
           05 DAR-DRUG     PIC X(20).
           05 DAR-ALLERGEN PIC X(12).
       FD  CROSS-REACTIVITY-REFERENCE.
       01 CROSS-REACTIVITY-REFERENCE-REC.
           05 CRX-ALLERGEN   PIC X(12).
           05 CRX-RELATED    PIC X(12).
           05 CRX-LIKELIHOOD PIC 999.
       FD  MENU-ALLERGEN-REFERENCE.
       01 MENU-ALLERGEN-REFERENCE-REC.
           05 MAR-DISH     PIC X(20).
           05 MAR-ALLERGEN PIC X(12).
       FD  BIN-RANGE-REFERENCE.
       01 BIN-RANGE-REFERENCE-REC.
           05 BRR-LOW-PREFIX  PIC X(8).
           05 BRR-HIGH-PREFIX PIC X(8).
           05 BRR-LENGTHS     PIC X(12).
           05 BRR-NETWORK     PIC X(12).
           05 BRR-ISSUER      PIC X(20).
           05 BRR-COUNTRY     PIC X(3).
       FD  CHECKOUT-TABLE.
       01 CHECKOUT-TABLE-REC.
           05 CKO-SCORE       PIC 99.
           05 CKO-DARTS       PIC 9.
           05 CKO-ROUTE       PIC X(20).
       FD  VENUE-REFERENCE.
       01 VENUE-REFERENCE-REC.
           05 VNR-CODE        PIC X(4).
           05 VNR-NAME        PIC X(20).
       FD  REFERENCE-AUDIT.
       01 REFERENCE-AUDIT-REC PIC X(100).
      * BWN-STATE is S while the night's chain runs and C once it
      * has finished; the stamps say when it last changed.
       FD  BATCH-WINDOW.
       01 BATCH-WINDOW-REC.
           05 BWN-STATE      PIC X.
           05 BWN-CHANGED-ON PIC X(8).
           05 BWN-CHANGED-AT PIC X(6).
           05 BWN-RUN-ID     PIC X(6).
       FD  WINDOW-OVERRIDES.
       01 WINDOW-OVERRIDES-REC PIC X(100).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 CONSOLE-REQUEST-REC.
           05 CRQ-PROGRAM PIC X(20).
           05 CRQ-FIELDS  PIC X(100).
      * Who the console signed on, passed with every request so
      * this program's own sign-on check sees the same operator.
           05 CRQ-OPERATOR PIC X(10).
           05 CRQ-PASSCODE PIC X(10).
      * The emergency-override reason the console asks for when
      * the batch window is set; blank otherwise.
           05 CRQ-WINDOW-WHY PIC X(40).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-KEY-BAND     PIC X(10) VALUE SPACES.
       01 WS-KEY-CARD     PIC X(32) VALUE SPACES.
       01 WS-KEY-PATTERN  PIC X(20) VALUE SPACES.
       01 WS-KEY-DRUG     PIC X(20) VALUE SPACES.
       01 WS-KEY-RELATED  PIC X(12) VALUE SPACES.
       01 WS-KEY-DISH     PIC X(20) VALUE SPACES.
       01 WS-KEY-PREFIX   PIC X(8) VALUE SPACES.
       01 WS-KEY-SCORE    PIC 99 VALUE 0.
       01 WS-KEY-DARTS    PIC 9 VALUE 0.
       01 WS-KEY-VENUE    PIC X(4) VALUE SPACES.
       01 WS-IN-VALUE    PIC 9(5) VALUE 0.
       01 WS-IN-ALLERGEN PIC X(12) VALUE SPACES.
       01 WS-IN-SEVERITY PIC 99 VALUE 0.
       01 WS-IN-TYPE     PIC X VALUE SPACE.
       01 WS-IN-PATTERN  PIC X(20) VALUE SPACES.
       01 WS-IN-REPLY    PIC X(40) VALUE SPACES.
       01 WS-IN-DRUG     PIC X(20) VALUE SPACES.
       01 WS-IN-RELATED  PIC X(12) VALUE SPACES.
       01 WS-IN-DISH     PIC X(20) VALUE SPACES.
       01 WS-IN-HIGH-PREFIX PIC X(8) VALUE SPACES.
       01 WS-IN-LENGTHS  PIC X(12) VALUE SPACES.
       01 WS-IN-NETWORK  PIC X(12) VALUE SPACES.
       01 WS-IN-ISSUER   PIC X(20) VALUE SPACES.
       01 WS-IN-COUNTRY  PIC X(3) VALUE SPACES.
       01 WS-IN-ROUTE    PIC X(20) VALUE SPACES.
       01 WS-IN-VENUE-NAME PIC X(20) VALUE SPACES.
       01 WS-REF-STATUS    PIC XX.
       01 WS-FACTOR-STATUS PIC XX.
       01 WS-AGEREF-STATUS PIC XX.
       01 WS-HOT-STATUS    PIC XX.
       01 WS-REPLY-STATUS  PIC XX.
       01 WS-DRUGREF-STATUS PIC XX.
       01 WS-CROSSREF-STATUS PIC XX.
       01 WS-MENUREF-STATUS PIC XX.
       01 WS-BINREF-STATUS PIC XX.
       01 WS-CHKOUT-STATUS PIC XX.
       01 WS-VENUE-STATUS  PIC XX.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-REJECTLOG-STATUS PIC XX.
              10 WS-BRT-TYPE    PIC X.
              10 WS-BRT-PATTERN PIC X(20).
              10 WS-BRT-REPLY   PIC X(40).
       01 WS-DRG-COUNT PIC 999 VALUE 0.
       01 WS-DRG-TABLE.
           05 WS-DRG-ENTRY OCCURS 100 TIMES.
              10 WS-DRG-DRUG     PIC X(20).
              10 WS-DRG-ALLERGEN PIC X(12).
       01 WS-DRG-IDX PIC 999.
       01 WS-DRG-FOUND PIC 999.
       01 WS-CRX-COUNT PIC 99 VALUE 0.
       01 WS-CRX-TABLE.
           05 WS-CRX-ENTRY OCCURS 50 TIMES.
              10 WS-CRX-ALLERGEN   PIC X(12).
              10 WS-CRX-RELATED    PIC X(12).
              10 WS-CRX-LIKELIHOOD PIC 999.
       01 WS-MNU-COUNT PIC 999 VALUE 0.
       01 WS-MNU-TABLE.
           05 WS-MNU-ENTRY OCCURS 100 TIMES.
              10 WS-MNU-DISH     PIC X(20).
              10 WS-MNU-ALLERGEN PIC X(12).
       01 WS-MNU-IDX PIC 999.
       01 WS-MNU-FOUND PIC 999.
       01 WS-BRR-COUNT PIC 999 VALUE 0.
       01 WS-BRR-TABLE.
           05 WS-BRR-ENTRY OCCURS 300 TIMES.
              10 WS-BRR-LOW     PIC X(8).
              10 WS-BRR-HIGH    PIC X(8).
              10 WS-BRR-LENGTHS PIC X(12).
              10 WS-BRR-NETWORK PIC X(12).
              10 WS-BRR-ISSUER  PIC X(20).
              10 WS-BRR-COUNTRY PIC X(3).
       01 WS-BRR-IDX   PIC 999.
       01 WS-BRR-FOUND PIC 999.
      * Prefix and length checking scratch for a BIN range.
       01 WS-PREFIX-DIGITS PIC 99.
       01 WS-LEN-IDX       PIC 99.
      * A route is filed by the score and the darts left it finishes
      * from: at most thirty scores with one, two or three darts.
       01 WS-CKO-COUNT PIC 99 VALUE 0.
       01 WS-CKO-TABLE.
           05 WS-CKO-ENTRY OCCURS 90 TIMES.
              10 WS-CKO-SCORE PIC 99.
              10 WS-CKO-DARTS PIC 9.
              10 WS-CKO-ROUTE PIC X(20).
       01 WS-CKO-IDX   PIC 99.
       01 WS-CKO-FOUND PIC 99.
      * Route proving scratch: the route split dart by dart, with
      * anything past a third dart left over.
       01 WS-ROUTE-DARTS.
           05 WS-ROUTE-DART PIC X(3) OCCURS 3 TIMES.
       01 WS-ROUTE-EXTRA PIC X(20).
       01 WS-ROUTE-PARTS PIC 99.
       01 WS-ROUTE-IDX   PIC 9.
       01 WS-ROUTE-SUM   PIC 99.
      * The venue list, by code; a few dozen halls at most.
       01 WS-VNR-COUNT PIC 99 VALUE 0.
       01 WS-VNR-TABLE.
           05 WS-VNR-ENTRY OCCURS 50 TIMES.
              10 WS-VNR-CODE PIC X(4).
              10 WS-VNR-NAME PIC X(20).
       01 WS-VNR-IDX   PIC 99.
       01 WS-VNR-FOUND PIC 99.
       01 WS-AGB-COUNT PIC 9 VALUE 0.
       01 WS-AGB-TABLE.
           05 WS-AGB-ENTRY OCCURS 8 TIMES.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-FUNC-TALLY PIC 9.
      * Passcode sign-on: the passcode typed with the operator id,
      * how many days a passcode lasts, and how many wrong ones in a
      * row lock the id. The master is held in storage so a failed
      * count or a lockout can be written straight back.
       01 WS-PASSCODE      PIC X(10) VALUE SPACES.
       01 WS-PASS-DAYS     PIC 999 VALUE 90.
       01 WS-LOCK-AFTER    PIC 9 VALUE 3.
       01 WS-SIGNON-WHY    PIC X(30).
       01 WS-SIGNON-TODAY  PIC X(8).
       01 WS-SIGNON-TIME   PIC X(8).
       01 WS-OPMAST-ON-FILE PIC X.
       01 WS-ALERT-STATUS  PIC XX.
       01 WS-PASS-MIX      PIC X(20).
       01 WS-PASS-IDX      PIC 99.
       01 WS-PASS-HASH     PIC 9(10).
       01 WS-PASS-CHECK    PIC X(10).
       01 WS-PASS-AGE      PIC S9(7).
       01 WS-OPER-COUNT    PIC 999 VALUE 0.
       01 WS-OPER-IDX      PIC 999.
       01 WS-OPER-FOUND    PIC 999.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 100 TIMES.
              10 WS-OPR-ID       PIC X(10).
              10 WS-OPR-NAME     PIC X(20).
              10 WS-OPR-FUNCS    PIC X(10).
              10 WS-OPR-PASSCODE PIC X(10).
              10 WS-OPR-PASS-SET PIC X(8).
              10 WS-OPR-FAILS    PIC 9.
              10 WS-OPR-STATE    PIC X.
      * Batch window: whether the night's chain holds it, and the
      * reason an operator holding the W letter gives for updating
      * through it in an emergency -- blank means no override.
       01 WS-WINDOW-REASON PIC X(40) VALUE SPACES.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-WINOVR-STATUS PIC XX.
       01 WS-WINDOW-SET    PIC X.
       01 WS-WINDOW-OK     PIC X.
       01 WS-WINDOW-SINCE  PIC X(15).
       01 WS-WINDOW-TODAY  PIC X(8).
       01 WS-WINDOW-TIME   PIC X(8).

      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
                 MOVE "LIST" TO WS-ACTION
              END-IF
           END-IF
      * And while the night's chain holds the batch window, the
      * change waits unless it is an emergency override.
           IF FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" AND
              WS-ACTION NOT = SPACES THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
                 DISPLAY "REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
                 MOVE "LIST" TO WS-ACTION
              END-IF
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-FILE)
              WHEN "ALLERGEN"
                 PERFORM MAINTAIN-ALLERGEN-FILE
                 PERFORM MAINTAIN-HOTCARD-FILE
              WHEN "BOBREPLY"
                 PERFORM MAINTAIN-BOBREPLY-FILE
              WHEN "DRUG"
                 PERFORM MAINTAIN-DRUG-FILE
              WHEN "CROSSRX"
                 PERFORM MAINTAIN-CROSSRX-FILE
              WHEN "MENU"
                 PERFORM MAINTAIN-MENU-FILE
              WHEN "BINRANGE"
                 PERFORM MAINTAIN-BINRANGE-FILE
              WHEN "CHECKOUT"
                 PERFORM MAINTAIN-CHECKOUT-FILE
              WHEN "VENUE"
                 PERFORM MAINTAIN-VENUE-FILE
              WHEN OTHER
                 MOVE "FILE MUST BE A KNOWN REFERENCE" TO WS-REASON
                 DISPLAY WS-REASON


       CHECK-OPERATOR-SIGNON.
      * The named operator has to be on the master and active, give
      * the right passcode while it is still in date, and hold the
      * needed function letter -- a blank letter asks only for a
      * good sign-on. No master on file means the check isn't set
      * up yet and the action runs as it always did.
           MOVE "Y" TO WS-SIGNON-OK
           MOVE SPACES TO WS-SIGNON-WHY
           PERFORM LOAD-OPERATOR-MASTER
           IF WS-OPMAST-ON-FILE = "Y" THEN
              MOVE "N" TO WS-SIGNON-OK
              PERFORM JUDGE-OPERATOR-SIGNON
              IF WS-SIGNON-WHY = SPACES THEN
                 MOVE "Y" TO WS-SIGNON-OK
              ELSE
                 DISPLAY "SIGN-ON REFUSED: "
                    FUNCTION TRIM(WS-SIGNON-WHY)
              END-IF
           END-IF.
       END-CHECK-OPERATOR-SIGNON.


       JUDGE-OPERATOR-SIGNON.
      * Leaves WS-SIGNON-WHY blank on a good sign-on, else the
      * reason it was turned away.
           MOVE 0 TO WS-OPER-FOUND
           IF WS-OPERATOR NOT = SPACES THEN
              PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
                 WS-OPER-IDX > WS-OPER-COUNT
                 IF WS-OPR-ID(WS-OPER-IDX) = WS-OPERATOR THEN
                    MOVE WS-OPER-IDX TO WS-OPER-FOUND
                 END-IF
              END-PERFORM
           END-IF
           IF WS-OPER-FOUND = 0 THEN
              MOVE "OPERATOR NOT ON MASTER" TO WS-SIGNON-WHY
           ELSE
              EVALUATE TRUE
                 WHEN WS-OPR-STATE(WS-OPER-FOUND) = "S"
                    MOVE "OPERATOR SUSPENDED" TO WS-SIGNON-WHY
                 WHEN WS-OPR-STATE(WS-OPER-FOUND) = "L"
                    MOVE "OPERATOR LOCKED OUT" TO WS-SIGNON-WHY
                 WHEN WS-OPR-PASSCODE(WS-OPER-FOUND) = SPACES
                    MOVE "NO PASSCODE ISSUED" TO WS-SIGNON-WHY
                 WHEN OTHER
                    PERFORM MATCH-OPERATOR-PASSCODE
              END-EVALUATE
           END-IF
           IF WS-SIGNON-WHY = SPACES THEN
              PERFORM CHECK-PASSCODE-AGE
           END-IF
           IF WS-SIGNON-WHY = SPACES AND WS-NEEDED-FUNC NOT = SPACE
              THEN
              MOVE 0 TO WS-FUNC-TALLY
              INSPECT WS-OPR-FUNCS(WS-OPER-FOUND) TALLYING
                 WS-FUNC-TALLY FOR ALL WS-NEEDED-FUNC
              IF WS-FUNC-TALLY = 0 THEN
                 MOVE "FUNCTION NOT HELD" TO WS-SIGNON-WHY
              END-IF
           END-IF.
       END-JUDGE-OPERATOR-SIGNON.


       MATCH-OPERATOR-PASSCODE.
      * A good passcode clears the failed count; a wrong one adds to
      * it, and the one that reaches the limit locks the id and
      * raises the alert. Either way a changed count is filed at
      * once, so quitting and starting again gains nothing.
           MOVE WS-PASSCODE TO WS-PASS-MIX(1:10)
           MOVE WS-OPERATOR TO WS-PASS-MIX(11:10)
           PERFORM SCRAMBLE-PASSCODE
           IF WS-PASS-CHECK = WS-OPR-PASSCODE(WS-OPER-FOUND) THEN
              IF WS-OPR-FAILS(WS-OPER-FOUND) NOT = 0 THEN
                 MOVE 0 TO WS-OPR-FAILS(WS-OPER-FOUND)
                 PERFORM SAVE-OPERATOR-MASTER
              END-IF
           ELSE
              ADD 1 TO WS-OPR-FAILS(WS-OPER-FOUND)
              IF WS-OPR-FAILS(WS-OPER-FOUND) < WS-LOCK-AFTER THEN
                 MOVE "PASSCODE WRONG" TO WS-SIGNON-WHY
              ELSE
                 MOVE "L" TO WS-OPR-STATE(WS-OPER-FOUND)
                 MOVE "PASSCODE WRONG - ID NOW LOCKED" TO
                    WS-SIGNON-WHY
                 PERFORM RAISE-LOCKOUT-ALERT
              END-IF
              PERFORM SAVE-OPERATOR-MASTER
           END-IF.
       END-MATCH-OPERATOR-PASSCODE.


       CHECK-PASSCODE-AGE.
      * Counted on the calendar, not the business date, so a rerun
      * under a back date can't revive a stale passcode.
           IF WS-OPR-PASS-SET(WS-OPER-FOUND) IS NOT NUMERIC OR
              WS-OPR-PASS-SET(WS-OPER-FOUND) = "00000000" THEN
              MOVE "PASSCODE EXPIRED" TO WS-SIGNON-WHY
           ELSE
              COMPUTE WS-PASS-AGE =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-SIGNON-TODAY)) -
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-OPR-PASS-SET(WS-OPER-FOUND)))
              IF WS-PASS-AGE > WS-PASS-DAYS THEN
                 MOVE "PASSCODE EXPIRED" TO WS-SIGNON-WHY
              END-IF
           END-IF.
       END-CHECK-PASSCODE-AGE.


       SCRAMBLE-PASSCODE.
      * One way only: the passcode and the operator id in
      * WS-PASS-MIX folded a character at a time into a ten-digit
      * value, so the same passcode on two ids never files the
      * same and nothing on the master reads back into what was
      * typed.
           MOVE 0 TO WS-PASS-HASH
           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1 UNTIL
              WS-PASS-IDX > 20
              COMPUTE WS-PASS-HASH = FUNCTION MOD(
                 WS-PASS-HASH * 131 +
                 FUNCTION ORD(WS-PASS-MIX(WS-PASS-IDX:1)),
                 9999999967)
           END-PERFORM
           MOVE WS-PASS-HASH TO WS-PASS-CHECK.
       END-SCRAMBLE-PASSCODE.


       LOAD-OPERATOR-MASTER.
      * Records from before passcodes come in active with no
      * failures counted.
           MOVE 0 TO WS-OPER-COUNT
           MOVE "N" TO WS-OPMAST-ON-FILE
           MOVE "N" TO WS-OPMAST-EOF
           ACCEPT WS-SIGNON-TODAY FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPMAST-STATUS = "00" THEN
              MOVE "Y" TO WS-OPMAST-ON-FILE
              PERFORM UNTIL WS-OPMAST-EOF = "Y"
                 READ OPERATOR-MASTER
                    AT END
                       MOVE "Y" TO WS-OPMAST-EOF
                    NOT AT END
                       IF WS-OPER-COUNT < 100 THEN
                          ADD 1 TO WS-OPER-COUNT
                          MOVE OPERATOR-MASTER-REC TO
                             WS-OPER-ENTRY(WS-OPER-COUNT)
                          IF WS-OPR-FAILS(WS-OPER-COUNT) IS NOT
                             NUMERIC THEN
                             MOVE 0 TO WS-OPR-FAILS(WS-OPER-COUNT)
                          END-IF
                          IF WS-OPR-STATE(WS-OPER-COUNT) = SPACE THEN
                             MOVE "A" TO WS-OPR-STATE(WS-OPER-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER
           END-IF.
       END-LOAD-OPERATOR-MASTER.


       SAVE-OPERATOR-MASTER.
           OPEN OUTPUT OPERATOR-MASTER
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
              WS-OPER-IDX > WS-OPER-COUNT
              MOVE WS-OPER-ENTRY(WS-OPER-IDX) TO OPERATOR-MASTER-REC
              WRITE OPERATOR-MASTER-REC
           END-PERFORM
           CLOSE OPERATOR-MASTER.
       END-SAVE-OPERATOR-MASTER.


       RAISE-LOCKOUT-ALERT.
      * One line on the operator alert file in ALERT-SCAN's own
      * layout, creating it on the first write, and a warning on
      * the night's log saying where it happened.
           ACCEPT WS-SIGNON-TIME FROM TIME
           OPEN EXTEND OPERATOR-ALERTS
           IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
              CLOSE OPERATOR-ALERTS
              OPEN OUTPUT OPERATOR-ALERTS
           END-IF
           MOVE SPACES TO OPERATOR-ALERTS-REC
           STRING WS-SIGNON-TODAY " " WS-SIGNON-TIME(1:6) " ALERT "
              "OPERATOR " FUNCTION TRIM(WS-OPERATOR)
              " LOCKED AFTER " WS-LOCK-AFTER " BAD PASSCODES"
              DELIMITED BY SIZE INTO OPERATOR-ALERTS-REC
           WRITE OPERATOR-ALERTS-REC
           CLOSE OPERATOR-ALERTS
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REF-MAINT - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       MAINTAIN-ALLERGEN-FILE.
       END-SAVE-BOBREPLY-TABLE.


       MAINTAIN-DRUG-FILE.
      * A pairing is either on file or not, so there is no CHANGE:
      * a wrong pairing is deleted and the right one added, each
      * leaving its own audit line.
           PERFORM LOAD-DRUG-TABLE
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-DRUG-TABLE
              WHEN "ADD"
                 PERFORM ADD-DRUG-ENTRY
              WHEN "DELETE"
                 PERFORM DELETE-DRUG-ENTRY
              WHEN OTHER
                 MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-REASON = SPACES AND
              FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" THEN
              PERFORM SAVE-DRUG-TABLE
           END-IF.
       END-MAINTAIN-DRUG-FILE.


       LOAD-DRUG-TABLE.
           MOVE 0 TO WS-DRG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DRUG-ALLERGEN-REFERENCE
           IF WS-DRUGREF-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DRUG-ALLERGEN-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-DRG-COUNT < 100 THEN
                          ADD 1 TO WS-DRG-COUNT
                          MOVE DAR-DRUG TO WS-DRG-DRUG(WS-DRG-COUNT)
                          MOVE DAR-ALLERGEN TO
                             WS-DRG-ALLERGEN(WS-DRG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DRUG-ALLERGEN-REFERENCE
           END-IF.
       END-LOAD-DRUG-TABLE.


       LIST-DRUG-TABLE.
           DISPLAY "DRUG-ALLERGEN REFERENCE (" WS-DRG-COUNT
              " PAIRINGS)"
           PERFORM VARYING WS-DRG-IDX FROM 1 BY 1 UNTIL WS-DRG-IDX >
              WS-DRG-COUNT
              DISPLAY WS-DRG-DRUG(WS-DRG-IDX) " CONTAINS "
                 WS-DRG-ALLERGEN(WS-DRG-IDX)
           END-PERFORM.
       END-LIST-DRUG-TABLE.


       ADD-DRUG-ENTRY.
      * The drug can't be blank, the allergen has to be one the
      * allergen reference knows -- a pairing to a name the
      * screening never reports could never match -- and the same
      * pairing can't be filed twice.
           IF WS-IN-DRUG = SPACES THEN
              MOVE "DRUG NAME REQUIRED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-ALLERGEN-TABLE
              MOVE WS-IN-ALLERGEN TO WS-KEY-ALLERGEN
              PERFORM FIND-ALLERGEN-ENTRY
              IF WS-FOUND-IDX = 0 THEN
                 MOVE "ALLERGEN NOT ON ALLERGEN REFERENCE" TO
                    WS-REASON
              END-IF
           END-IF
           PERFORM VARYING WS-DRG-IDX FROM 1 BY 1 UNTIL WS-DRG-IDX >
              WS-DRG-COUNT
              IF WS-DRG-DRUG(WS-DRG-IDX) = WS-IN-DRUG AND
                 WS-DRG-ALLERGEN(WS-DRG-IDX) = WS-IN-ALLERGEN THEN
                 MOVE "PAIRING ALREADY ON FILE" TO WS-REASON
              END-IF
           END-PERFORM
           IF WS-REASON = SPACES AND WS-DRG-COUNT >= 100 THEN
              MOVE "REFERENCE FILE FULL (100 PAIRINGS)" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADD REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-DRG-COUNT
              MOVE WS-IN-DRUG TO WS-DRG-DRUG(WS-DRG-COUNT)
              MOVE WS-IN-ALLERGEN TO WS-DRG-ALLERGEN(WS-DRG-COUNT)
              MOVE "(NEW ENTRY)" TO WS-OLD-TEXT
              MOVE SPACES TO WS-NEW-TEXT
              STRING FUNCTION TRIM(WS-IN-DRUG) "/" WS-IN-ALLERGEN
                 DELIMITED BY SIZE INTO WS-NEW-TEXT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "ADDED " FUNCTION TRIM(WS-IN-DRUG) " CONTAINS "
                 WS-IN-ALLERGEN
           END-IF.
       END-ADD-DRUG-ENTRY.


       DELETE-DRUG-ENTRY.
           MOVE 0 TO WS-DRG-FOUND
           PERFORM VARYING WS-DRG-IDX FROM 1 BY 1 UNTIL WS-DRG-IDX >
              WS-DRG-COUNT
              IF WS-DRG-DRUG(WS-DRG-IDX) = WS-KEY-DRUG AND
                 WS-DRG-ALLERGEN(WS-DRG-IDX) = WS-IN-ALLERGEN THEN
                 MOVE WS-DRG-IDX TO WS-DRG-FOUND
              END-IF
           END-PERFORM
           IF WS-DRG-FOUND = 0 THEN
              MOVE "PAIRING NOT ON FILE" TO WS-REASON
              DISPLAY "DELETE REFUSED: " WS-REASON ": "
                 WS-KEY-DRUG
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE SPACES TO WS-OLD-TEXT
              STRING FUNCTION TRIM(WS-KEY-DRUG) "/" WS-IN-ALLERGEN
                 DELIMITED BY SIZE INTO WS-OLD-TEXT
              MOVE "(REMOVED)" TO WS-NEW-TEXT
              PERFORM VARYING WS-DRG-IDX FROM WS-DRG-FOUND BY 1
                 UNTIL WS-DRG-IDX >= WS-DRG-COUNT
                 MOVE WS-DRG-ENTRY(WS-DRG-IDX + 1) TO
                    WS-DRG-ENTRY(WS-DRG-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-DRG-COUNT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "DELETED " FUNCTION TRIM(WS-KEY-DRUG) "/"
                 WS-IN-ALLERGEN
           END-IF.
       END-DELETE-DRUG-ENTRY.


       SAVE-DRUG-TABLE.
           OPEN OUTPUT DRUG-ALLERGEN-REFERENCE
           PERFORM VARYING WS-DRG-IDX FROM 1 BY 1 UNTIL WS-DRG-IDX >
              WS-DRG-COUNT
              MOVE WS-DRG-DRUG(WS-DRG-IDX) TO DAR-DRUG
              MOVE WS-DRG-ALLERGEN(WS-DRG-IDX) TO DAR-ALLERGEN
              WRITE DRUG-ALLERGEN-REFERENCE-REC
           END-PERFORM
           CLOSE DRUG-ALLERGEN-REFERENCE.
       END-SAVE-DRUG-TABLE.


       MAINTAIN-CROSSRX-FILE.
           PERFORM LOAD-CROSSRX-TABLE
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-CROSSRX-TABLE
              WHEN "ADD"
                 PERFORM ADD-CROSSRX-ENTRY
              WHEN "CHANGE"
                 PERFORM CHANGE-CROSSRX-ENTRY
              WHEN "DELETE"
                 PERFORM DELETE-CROSSRX-ENTRY
              WHEN OTHER
                 MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-REASON = SPACES AND
              FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" THEN
              PERFORM SAVE-CROSSRX-TABLE
           END-IF.
       END-MAINTAIN-CROSSRX-FILE.


       LOAD-CROSSRX-TABLE.
           MOVE 0 TO WS-CRX-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CROSS-REACTIVITY-REFERENCE
           IF WS-CROSSREF-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ CROSS-REACTIVITY-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-CRX-COUNT < 50 THEN
                          ADD 1 TO WS-CRX-COUNT
                          MOVE CRX-ALLERGEN TO
                             WS-CRX-ALLERGEN(WS-CRX-COUNT)
                          MOVE CRX-RELATED TO
                             WS-CRX-RELATED(WS-CRX-COUNT)
                          MOVE CRX-LIKELIHOOD TO
                             WS-CRX-LIKELIHOOD(WS-CRX-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CROSS-REACTIVITY-REFERENCE
           END-IF.
       END-LOAD-CROSSRX-TABLE.


       LIST-CROSSRX-TABLE.
           DISPLAY "CROSS-REACTIVITY REFERENCE (" WS-CRX-COUNT
              " PAIRINGS)"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-CRX-COUNT
              DISPLAY WS-CRX-ALLERGEN(WS-IDX) " -> "
                 WS-CRX-RELATED(WS-IDX) " LIKELIHOOD "
                 WS-CRX-LIKELIHOOD(WS-IDX) " PCT"
           END-PERFORM.
       END-LIST-CROSSRX-TABLE.


       VALIDATE-CROSSRX-FIELDS.
      * Shared by ADD and CHANGE: the first allergen has to be one
      * the screening reports, or the pairing could never apply;
      * the related one can be anything the clinicians name, but
      * not blank and not the allergen itself; and a likelihood is
      * a percent, 1 to 100.
           PERFORM LOAD-ALLERGEN-TABLE
           MOVE WS-IN-ALLERGEN TO WS-KEY-ALLERGEN
           PERFORM FIND-ALLERGEN-ENTRY
           IF WS-FOUND-IDX = 0 THEN
              MOVE "ALLERGEN NOT ON ALLERGEN REFERENCE" TO WS-REASON
           END-IF
           IF WS-IN-RELATED = SPACES OR
              WS-IN-RELATED = WS-IN-ALLERGEN THEN
              MOVE "RELATED ALLERGEN REQUIRED" TO WS-REASON
           END-IF
           IF WS-IN-PCT < 1 OR WS-IN-PCT > 100 THEN
              MOVE "LIKELIHOOD MUST BE 1-100 PCT" TO WS-REASON
           END-IF.
       END-VALIDATE-CROSSRX-FIELDS.


       FIND-CROSSRX-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-CRX-COUNT
              IF WS-CRX-ALLERGEN(WS-IDX) = WS-IN-ALLERGEN AND
                 WS-CRX-RELATED(WS-IDX) = WS-KEY-RELATED THEN
                 MOVE WS-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       END-FIND-CROSSRX-ENTRY.


       ADD-CROSSRX-ENTRY.
           PERFORM VALIDATE-CROSSRX-FIELDS
           IF WS-REASON = SPACES THEN
              PERFORM FIND-CROSSRX-ENTRY
              IF WS-FOUND-IDX > 0 THEN
                 MOVE "PAIRING ALREADY ON FILE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-CRX-COUNT >= 50 THEN
              MOVE "REFERENCE FILE FULL (50 PAIRINGS)" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADD REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-CRX-COUNT
              MOVE WS-IN-ALLERGEN TO WS-CRX-ALLERGEN(WS-CRX-COUNT)
              MOVE WS-IN-RELATED TO WS-CRX-RELATED(WS-CRX-COUNT)
              MOVE WS-IN-PCT TO WS-CRX-LIKELIHOOD(WS-CRX-COUNT)
              MOVE "(NEW ENTRY)" TO WS-OLD-TEXT
              PERFORM BUILD-CROSSRX-NEW-TEXT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "ADDED " WS-IN-ALLERGEN " -> " WS-IN-RELATED
           END-IF.
       END-ADD-CROSSRX-ENTRY.


       CHANGE-CROSSRX-ENTRY.
      * Only the likelihood changes; a different pairing is a
      * delete and an add.
           PERFORM FIND-CROSSRX-ENTRY
           IF WS-FOUND-IDX = 0 THEN
              MOVE "PAIRING NOT ON FILE" TO WS-REASON
              DISPLAY "CHANGE REFUSED: " WS-REASON ": "
                 WS-IN-ALLERGEN " -> " WS-KEY-RELATED
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE WS-KEY-RELATED TO WS-IN-RELATED
              PERFORM VALIDATE-CROSSRX-FIELDS
              IF WS-REASON NOT = SPACES THEN
                 DISPLAY "CHANGE REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 PERFORM FIND-CROSSRX-ENTRY
                 MOVE SPACES TO WS-OLD-TEXT
                 STRING FUNCTION TRIM(WS-CRX-ALLERGEN(WS-FOUND-IDX))
                    ">" FUNCTION TRIM(WS-CRX-RELATED(WS-FOUND-IDX))
                    " " WS-CRX-LIKELIHOOD(WS-FOUND-IDX)
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                 MOVE WS-IN-PCT TO WS-CRX-LIKELIHOOD(WS-FOUND-IDX)
                 PERFORM BUILD-CROSSRX-NEW-TEXT
                 PERFORM LOG-REFERENCE-AUDIT
                 DISPLAY "CHANGED " WS-IN-ALLERGEN " -> "
                    WS-IN-RELATED
              END-IF
           END-IF.
       END-CHANGE-CROSSRX-ENTRY.


       DELETE-CROSSRX-ENTRY.
           PERFORM FIND-CROSSRX-ENTRY
           IF WS-FOUND-IDX = 0 THEN
              MOVE "PAIRING NOT ON FILE" TO WS-REASON
              DISPLAY "DELETE REFUSED: " WS-REASON ": "
                 WS-IN-ALLERGEN " -> " WS-KEY-RELATED
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE SPACES TO WS-OLD-TEXT
              STRING FUNCTION TRIM(WS-CRX-ALLERGEN(WS-FOUND-IDX))
                 ">" FUNCTION TRIM(WS-CRX-RELATED(WS-FOUND-IDX))
                 " " WS-CRX-LIKELIHOOD(WS-FOUND-IDX)
                 DELIMITED BY SIZE INTO WS-OLD-TEXT
              MOVE "(REMOVED)" TO WS-NEW-TEXT
              PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1 UNTIL
                 WS-IDX >= WS-CRX-COUNT
                 MOVE WS-CRX-ENTRY(WS-IDX + 1) TO WS-CRX-ENTRY(WS-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-CRX-COUNT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "DELETED " WS-IN-ALLERGEN " -> " WS-KEY-RELATED
           END-IF.
       END-DELETE-CROSSRX-ENTRY.


       BUILD-CROSSRX-NEW-TEXT.
           MOVE SPACES TO WS-NEW-TEXT
           STRING FUNCTION TRIM(WS-IN-ALLERGEN) ">"
              FUNCTION TRIM(WS-IN-RELATED) " " WS-IN-PCT
              DELIMITED BY SIZE INTO WS-NEW-TEXT.
       END-BUILD-CROSSRX-NEW-TEXT.


       SAVE-CROSSRX-TABLE.
           OPEN OUTPUT CROSS-REACTIVITY-REFERENCE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-CRX-COUNT
              MOVE WS-CRX-ALLERGEN(WS-IDX) TO CRX-ALLERGEN
              MOVE WS-CRX-RELATED(WS-IDX) TO CRX-RELATED
              MOVE WS-CRX-LIKELIHOOD(WS-IDX) TO CRX-LIKELIHOOD
              WRITE CROSS-REACTIVITY-REFERENCE-REC
           END-PERFORM
           CLOSE CROSS-REACTIVITY-REFERENCE.
       END-SAVE-CROSSRX-TABLE.


       MAINTAIN-MENU-FILE.
      * Like the drug pairings, a dish either contains an allergen
      * or it doesn't: a wrong line is deleted and the right one
      * added, and a dish with three allergens is three lines.
           PERFORM LOAD-MENU-TABLE
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-MENU-TABLE
              WHEN "ADD"
                 PERFORM ADD-MENU-ENTRY
              WHEN "DELETE"
                 PERFORM DELETE-MENU-ENTRY
              WHEN OTHER
                 MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-REASON = SPACES AND
              FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" THEN
              PERFORM SAVE-MENU-TABLE
           END-IF.
       END-MAINTAIN-MENU-FILE.


       LOAD-MENU-TABLE.
           MOVE 0 TO WS-MNU-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MENU-ALLERGEN-REFERENCE
           IF WS-MENUREF-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ MENU-ALLERGEN-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-MNU-COUNT < 100 THEN
                          ADD 1 TO WS-MNU-COUNT
                          MOVE MAR-DISH TO WS-MNU-DISH(WS-MNU-COUNT)
                          MOVE MAR-ALLERGEN TO
                             WS-MNU-ALLERGEN(WS-MNU-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MENU-ALLERGEN-REFERENCE
           END-IF.
       END-LOAD-MENU-TABLE.


       LIST-MENU-TABLE.
           DISPLAY "MENU-ALLERGEN REFERENCE (" WS-MNU-COUNT
              " PAIRINGS)"
           PERFORM VARYING WS-MNU-IDX FROM 1 BY 1 UNTIL WS-MNU-IDX >
              WS-MNU-COUNT
              DISPLAY WS-MNU-DISH(WS-MNU-IDX) " CONTAINS "
                 WS-MNU-ALLERGEN(WS-MNU-IDX)
           END-PERFORM.
       END-LIST-MENU-TABLE.


       ADD-MENU-ENTRY.
      * Same rules as a drug pairing: a named dish, an allergen the
      * screening can actually report, and no pairing filed twice.
           IF WS-IN-DISH = SPACES THEN
              MOVE "DISH NAME REQUIRED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-ALLERGEN-TABLE
              MOVE WS-IN-ALLERGEN TO WS-KEY-ALLERGEN
              PERFORM FIND-ALLERGEN-ENTRY
              IF WS-FOUND-IDX = 0 THEN
                 MOVE "ALLERGEN NOT ON ALLERGEN REFERENCE" TO
                    WS-REASON
              END-IF
           END-IF
           PERFORM VARYING WS-MNU-IDX FROM 1 BY 1 UNTIL WS-MNU-IDX >
              WS-MNU-COUNT
              IF WS-MNU-DISH(WS-MNU-IDX) = WS-IN-DISH AND
                 WS-MNU-ALLERGEN(WS-MNU-IDX) = WS-IN-ALLERGEN THEN
                 MOVE "PAIRING ALREADY ON FILE" TO WS-REASON
              END-IF
           END-PERFORM
           IF WS-REASON = SPACES AND WS-MNU-COUNT >= 100 THEN
              MOVE "REFERENCE FILE FULL (100 PAIRINGS)" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADD REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-MNU-COUNT
              MOVE WS-IN-DISH TO WS-MNU-DISH(WS-MNU-COUNT)
              MOVE WS-IN-ALLERGEN TO WS-MNU-ALLERGEN(WS-MNU-COUNT)
              MOVE "(NEW ENTRY)" TO WS-OLD-TEXT
              MOVE SPACES TO WS-NEW-TEXT
              STRING FUNCTION TRIM(WS-IN-DISH) "/" WS-IN-ALLERGEN
                 DELIMITED BY SIZE INTO WS-NEW-TEXT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "ADDED " FUNCTION TRIM(WS-IN-DISH) " CONTAINS "
                 WS-IN-ALLERGEN
           END-IF.
       END-ADD-MENU-ENTRY.


       DELETE-MENU-ENTRY.
           MOVE 0 TO WS-MNU-FOUND
           PERFORM VARYING WS-MNU-IDX FROM 1 BY 1 UNTIL WS-MNU-IDX >
              WS-MNU-COUNT
              IF WS-MNU-DISH(WS-MNU-IDX) = WS-KEY-DISH AND
                 WS-MNU-ALLERGEN(WS-MNU-IDX) = WS-IN-ALLERGEN THEN
                 MOVE WS-MNU-IDX TO WS-MNU-FOUND
              END-IF
           END-PERFORM
           IF WS-MNU-FOUND = 0 THEN
              MOVE "PAIRING NOT ON FILE" TO WS-REASON
              DISPLAY "DELETE REFUSED: " WS-REASON ": "
                 WS-KEY-DISH
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE SPACES TO WS-OLD-TEXT
              STRING FUNCTION TRIM(WS-KEY-DISH) "/" WS-IN-ALLERGEN
                 DELIMITED BY SIZE INTO WS-OLD-TEXT
              MOVE "(REMOVED)" TO WS-NEW-TEXT
              PERFORM VARYING WS-MNU-IDX FROM WS-MNU-FOUND BY 1
                 UNTIL WS-MNU-IDX >= WS-MNU-COUNT
                 MOVE WS-MNU-ENTRY(WS-MNU-IDX + 1) TO
                    WS-MNU-ENTRY(WS-MNU-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-MNU-COUNT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "DELETED " FUNCTION TRIM(WS-KEY-DISH) "/"
                 WS-IN-ALLERGEN
           END-IF.
       END-DELETE-MENU-ENTRY.


       SAVE-MENU-TABLE.
           OPEN OUTPUT MENU-ALLERGEN-REFERENCE
           PERFORM VARYING WS-MNU-IDX FROM 1 BY 1 UNTIL WS-MNU-IDX >
              WS-MNU-COUNT
              MOVE WS-MNU-DISH(WS-MNU-IDX) TO MAR-DISH
              MOVE WS-MNU-ALLERGEN(WS-MNU-IDX) TO MAR-ALLERGEN
              WRITE MENU-ALLERGEN-REFERENCE-REC
           END-PERFORM
           CLOSE MENU-ALLERGEN-REFERENCE.
       END-SAVE-MENU-TABLE.


       MAINTAIN-BINRANGE-FILE.
      * A range is keyed by its low prefix; CHANGE rewrites
      * everything else about it, and a range that moves its low
      * end is a delete and an add.
           PERFORM LOAD-BINRANGE-TABLE
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-BINRANGE-TABLE
              WHEN "ADD"
                 PERFORM ADD-BINRANGE-ENTRY
              WHEN "CHANGE"
                 PERFORM CHANGE-BINRANGE-ENTRY
              WHEN "DELETE"
                 PERFORM DELETE-BINRANGE-ENTRY
              WHEN OTHER
                 MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-REASON = SPACES AND
              FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" THEN
              PERFORM SAVE-BINRANGE-TABLE
           END-IF.
       END-MAINTAIN-BINRANGE-FILE.


       LOAD-BINRANGE-TABLE.
           MOVE 0 TO WS-BRR-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BIN-RANGE-REFERENCE
           IF WS-BINREF-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ BIN-RANGE-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-BRR-COUNT < 300 THEN
                          ADD 1 TO WS-BRR-COUNT
                          MOVE BRR-LOW-PREFIX TO
                             WS-BRR-LOW(WS-BRR-COUNT)
                          MOVE BRR-HIGH-PREFIX TO
                             WS-BRR-HIGH(WS-BRR-COUNT)
                          MOVE BRR-LENGTHS TO
                             WS-BRR-LENGTHS(WS-BRR-COUNT)
                          MOVE BRR-NETWORK TO
                             WS-BRR-NETWORK(WS-BRR-COUNT)
                          MOVE BRR-ISSUER TO
                             WS-BRR-ISSUER(WS-BRR-COUNT)
                          MOVE BRR-COUNTRY TO
                             WS-BRR-COUNTRY(WS-BRR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BIN-RANGE-REFERENCE
           END-IF.
       END-LOAD-BINRANGE-TABLE.


       LIST-BINRANGE-TABLE.
           DISPLAY "BIN RANGE REFERENCE (" WS-BRR-COUNT " RANGES)"
           PERFORM VARYING WS-BRR-IDX FROM 1 BY 1 UNTIL WS-BRR-IDX >
              WS-BRR-COUNT
              DISPLAY WS-BRR-LOW(WS-BRR-IDX) "-"
                 WS-BRR-HIGH(WS-BRR-IDX) " LEN "
                 WS-BRR-LENGTHS(WS-BRR-IDX) " "
                 WS-BRR-NETWORK(WS-BRR-IDX) " "
                 WS-BRR-ISSUER(WS-BRR-IDX) " "
                 WS-BRR-COUNTRY(WS-BRR-IDX)
           END-PERFORM.
       END-LIST-BINRANGE-TABLE.


       VALIDATE-BINRANGE-FIELDS.
      * Shared by ADD and CHANGE: both prefixes all digits and the
      * same number of them, the high end not below the low; each
      * length given a two-digit card length from 12 to 19; and a
      * network named, or every card in the range reads UNKNOWN.
           COMPUTE WS-PREFIX-DIGITS = FUNCTION LENGTH(
              FUNCTION TRIM(WS-KEY-PREFIX))
           IF WS-KEY-PREFIX = SPACES OR
              FUNCTION TRIM(WS-KEY-PREFIX) IS NOT NUMERIC OR
              WS-KEY-PREFIX(1:1) = SPACE THEN
              MOVE "LOW PREFIX MUST BE DIGITS" TO WS-REASON
           ELSE
              IF WS-IN-HIGH-PREFIX = SPACES THEN
                 MOVE WS-KEY-PREFIX TO WS-IN-HIGH-PREFIX
              END-IF
              IF FUNCTION TRIM(WS-IN-HIGH-PREFIX) IS NOT NUMERIC OR
                 WS-IN-HIGH-PREFIX(1:1) = SPACE OR
                 FUNCTION LENGTH(FUNCTION TRIM(WS-IN-HIGH-PREFIX))
                 NOT = WS-PREFIX-DIGITS THEN
                 MOVE "HIGH PREFIX NOT SAME DIGITS AS LOW" TO
                    WS-REASON
              ELSE
                 IF WS-IN-HIGH-PREFIX < WS-KEY-PREFIX THEN
                    MOVE "HIGH PREFIX BELOW LOW PREFIX" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           PERFORM VARYING WS-LEN-IDX FROM 1 BY 2 UNTIL
              WS-LEN-IDX > 11
              IF WS-IN-LENGTHS(WS-LEN-IDX:2) NOT = SPACES THEN
                 IF WS-IN-LENGTHS(WS-LEN-IDX:2) IS NOT NUMERIC OR
                    WS-IN-LENGTHS(WS-LEN-IDX:2) < "12" OR
                    WS-IN-LENGTHS(WS-LEN-IDX:2) > "19" THEN
                    MOVE "CARD LENGTHS MUST BE 12-19" TO WS-REASON
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IN-NETWORK = SPACES THEN
              MOVE "NETWORK REQUIRED" TO WS-REASON
           END-IF.
       END-VALIDATE-BINRANGE-FIELDS.


       FIND-BINRANGE-ENTRY.
           MOVE 0 TO WS-BRR-FOUND
           PERFORM VARYING WS-BRR-IDX FROM 1 BY 1 UNTIL WS-BRR-IDX >
              WS-BRR-COUNT
              IF WS-BRR-LOW(WS-BRR-IDX) = WS-KEY-PREFIX THEN
                 MOVE WS-BRR-IDX TO WS-BRR-FOUND
              END-IF
           END-PERFORM.
       END-FIND-BINRANGE-ENTRY.


       ADD-BINRANGE-ENTRY.
           PERFORM VALIDATE-BINRANGE-FIELDS
           IF WS-REASON = SPACES THEN
              PERFORM FIND-BINRANGE-ENTRY
              IF WS-BRR-FOUND > 0 THEN
                 MOVE "RANGE ALREADY ON FILE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-BRR-COUNT >= 300 THEN
              MOVE "REFERENCE FILE FULL (300 RANGES)" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADD REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-BRR-COUNT
              MOVE WS-BRR-COUNT TO WS-BRR-FOUND
              PERFORM STORE-BINRANGE-FIELDS
              MOVE "(NEW ENTRY)" TO WS-OLD-TEXT
              PERFORM BUILD-BINRANGE-TEXT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "ADDED " WS-KEY-PREFIX "-" WS-IN-HIGH-PREFIX
                 " " WS-IN-NETWORK " " WS-IN-ISSUER
           END-IF.
       END-ADD-BINRANGE-ENTRY.


       CHANGE-BINRANGE-ENTRY.
           PERFORM FIND-BINRANGE-ENTRY
           IF WS-BRR-FOUND = 0 THEN
              MOVE "RANGE NOT ON FILE" TO WS-REASON
              DISPLAY "CHANGE REFUSED: " WS-REASON ": "
                 WS-KEY-PREFIX
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM VALIDATE-BINRANGE-FIELDS
              IF WS-REASON NOT = SPACES THEN
                 DISPLAY "CHANGE REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 PERFORM BUILD-BINRANGE-TEXT
                 MOVE WS-NEW-TEXT TO WS-OLD-TEXT
                 PERFORM STORE-BINRANGE-FIELDS
                 PERFORM BUILD-BINRANGE-TEXT
                 PERFORM LOG-REFERENCE-AUDIT
                 DISPLAY "CHANGED " WS-KEY-PREFIX "-"
                    WS-IN-HIGH-PREFIX " " WS-IN-NETWORK " "
                    WS-IN-ISSUER
              END-IF
           END-IF.
       END-CHANGE-BINRANGE-ENTRY.


       DELETE-BINRANGE-ENTRY.
           PERFORM FIND-BINRANGE-ENTRY
           IF WS-BRR-FOUND = 0 THEN
              MOVE "RANGE NOT ON FILE" TO WS-REASON
              DISPLAY "DELETE REFUSED: " WS-REASON ": "
                 WS-KEY-PREFIX
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM BUILD-BINRANGE-TEXT
              MOVE WS-NEW-TEXT TO WS-OLD-TEXT
              MOVE "(REMOVED)" TO WS-NEW-TEXT
              PERFORM VARYING WS-BRR-IDX FROM WS-BRR-FOUND BY 1
                 UNTIL WS-BRR-IDX >= WS-BRR-COUNT
                 MOVE WS-BRR-ENTRY(WS-BRR-IDX + 1) TO
                    WS-BRR-ENTRY(WS-BRR-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-BRR-COUNT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "DELETED " WS-KEY-PREFIX
           END-IF.
       END-DELETE-BINRANGE-ENTRY.


       STORE-BINRANGE-FIELDS.
           MOVE WS-KEY-PREFIX TO WS-BRR-LOW(WS-BRR-FOUND)
           MOVE WS-IN-HIGH-PREFIX TO WS-BRR-HIGH(WS-BRR-FOUND)
           MOVE WS-IN-LENGTHS TO WS-BRR-LENGTHS(WS-BRR-FOUND)
           MOVE WS-IN-NETWORK TO WS-BRR-NETWORK(WS-BRR-FOUND)
           MOVE WS-IN-ISSUER TO WS-BRR-ISSUER(WS-BRR-FOUND)
           MOVE WS-IN-COUNTRY TO WS-BRR-COUNTRY(WS-BRR-FOUND).
       END-STORE-BINRANGE-FIELDS.


       BUILD-BINRANGE-TEXT.
      * The range as it stands in the table at WS-BRR-FOUND, short
      * enough for the audit line.
           MOVE SPACES TO WS-NEW-TEXT
           STRING FUNCTION TRIM(WS-BRR-LOW(WS-BRR-FOUND)) "-"
              FUNCTION TRIM(WS-BRR-HIGH(WS-BRR-FOUND)) " "
              FUNCTION TRIM(WS-BRR-NETWORK(WS-BRR-FOUND)) " "
              FUNCTION TRIM(WS-BRR-ISSUER(WS-BRR-FOUND))
              DELIMITED BY SIZE INTO WS-NEW-TEXT.
       END-BUILD-BINRANGE-TEXT.


       SAVE-BINRANGE-TABLE.
           OPEN OUTPUT BIN-RANGE-REFERENCE
           PERFORM VARYING WS-BRR-IDX FROM 1 BY 1 UNTIL WS-BRR-IDX >
              WS-BRR-COUNT
              MOVE WS-BRR-LOW(WS-BRR-IDX) TO BRR-LOW-PREFIX
              MOVE WS-BRR-HIGH(WS-BRR-IDX) TO BRR-HIGH-PREFIX
              MOVE WS-BRR-LENGTHS(WS-BRR-IDX) TO BRR-LENGTHS
              MOVE WS-BRR-NETWORK(WS-BRR-IDX) TO BRR-NETWORK
              MOVE WS-BRR-ISSUER(WS-BRR-IDX) TO BRR-ISSUER
              MOVE WS-BRR-COUNTRY(WS-BRR-IDX) TO BRR-COUNTRY
              WRITE BIN-RANGE-REFERENCE-REC
           END-PERFORM
           CLOSE BIN-RANGE-REFERENCE.
       END-SAVE-BINRANGE-TABLE.


       MAINTAIN-CHECKOUT-FILE.
      * A route is keyed by its score and darts left; CHANGE
      * replaces the route called for them.
           PERFORM LOAD-CHECKOUT-TABLE
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-CHECKOUT-TABLE
              WHEN "ADD"
                 PERFORM ADD-CHECKOUT-ENTRY
              WHEN "CHANGE"
                 PERFORM CHANGE-CHECKOUT-ENTRY
              WHEN "DELETE"
                 PERFORM DELETE-CHECKOUT-ENTRY
              WHEN OTHER
                 MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-REASON = SPACES AND
              FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" THEN
              PERFORM SAVE-CHECKOUT-TABLE
           END-IF.
       END-MAINTAIN-CHECKOUT-FILE.


       LOAD-CHECKOUT-TABLE.
           MOVE 0 TO WS-CKO-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CHECKOUT-TABLE
           IF WS-CHKOUT-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ CHECKOUT-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-CKO-COUNT < 90 THEN
                          ADD 1 TO WS-CKO-COUNT
                          MOVE CKO-SCORE TO
                             WS-CKO-SCORE(WS-CKO-COUNT)
                          MOVE CKO-DARTS TO
                             WS-CKO-DARTS(WS-CKO-COUNT)
                          MOVE CKO-ROUTE TO
                             WS-CKO-ROUTE(WS-CKO-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECKOUT-TABLE
           END-IF.
       END-LOAD-CHECKOUT-TABLE.


       LIST-CHECKOUT-TABLE.
           DISPLAY "CHECKOUT TABLE (" WS-CKO-COUNT " ROUTES)"
           PERFORM VARYING WS-CKO-IDX FROM 1 BY 1 UNTIL WS-CKO-IDX >
              WS-CKO-COUNT
              DISPLAY WS-CKO-SCORE(WS-CKO-IDX) " WITH "
                 WS-CKO-DARTS(WS-CKO-IDX) " DART(S): "
                 WS-CKO-ROUTE(WS-CKO-IDX)
           END-PERFORM.
       END-LIST-CHECKOUT-TABLE.


       VALIDATE-CHECKOUT-FIELDS.
      * Shared by ADD and CHANGE: a score three darts can reach,
      * one to three darts left, and a route of rings the board
      * has (10, 5 or 1) that takes no more darts than are left and
      * adds up to exactly the score.
           IF WS-KEY-SCORE < 1 OR WS-KEY-SCORE > 30 THEN
              MOVE "SCORE MUST BE 1-30" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              (WS-KEY-DARTS < 1 OR WS-KEY-DARTS > 3) THEN
              MOVE "DARTS LEFT MUST BE 1-3" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-IN-ROUTE = SPACES THEN
              MOVE "ROUTE REQUIRED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE SPACES TO WS-ROUTE-DARTS
              MOVE SPACES TO WS-ROUTE-EXTRA
              MOVE 0 TO WS-ROUTE-PARTS
              UNSTRING FUNCTION TRIM(WS-IN-ROUTE)
                 DELIMITED BY ALL SPACE
                 INTO WS-ROUTE-DART(1) WS-ROUTE-DART(2)
                    WS-ROUTE-DART(3) WS-ROUTE-EXTRA
                 TALLYING IN WS-ROUTE-PARTS
              END-UNSTRING
              IF WS-ROUTE-EXTRA NOT = SPACES OR
                 WS-ROUTE-PARTS > WS-KEY-DARTS THEN
                 MOVE "ROUTE TAKES MORE DARTS THAN LEFT" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE 0 TO WS-ROUTE-SUM
              PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1 UNTIL
                 WS-ROUTE-IDX > WS-ROUTE-PARTS
                 EVALUATE WS-ROUTE-DART(WS-ROUTE-IDX)
                    WHEN "10"
                       ADD 10 TO WS-ROUTE-SUM
                    WHEN "5"
                       ADD 5 TO WS-ROUTE-SUM
                    WHEN "1"
                       ADD 1 TO WS-ROUTE-SUM
                    WHEN OTHER
                       MOVE "ROUTE DARTS MUST BE 10, 5 OR 1" TO
                          WS-REASON
                 END-EVALUATE
              END-PERFORM
           END-IF
           IF WS-REASON = SPACES AND WS-ROUTE-SUM NOT = WS-KEY-SCORE
              THEN
              MOVE "ROUTE DOES NOT ADD UP TO THE SCORE" TO WS-REASON
           END-IF.
       END-VALIDATE-CHECKOUT-FIELDS.


       FIND-CHECKOUT-ENTRY.
           MOVE 0 TO WS-CKO-FOUND
           PERFORM VARYING WS-CKO-IDX FROM 1 BY 1 UNTIL WS-CKO-IDX >
              WS-CKO-COUNT
              IF WS-CKO-SCORE(WS-CKO-IDX) = WS-KEY-SCORE AND
                 WS-CKO-DARTS(WS-CKO-IDX) = WS-KEY-DARTS THEN
                 MOVE WS-CKO-IDX TO WS-CKO-FOUND
              END-IF
           END-PERFORM.
       END-FIND-CHECKOUT-ENTRY.


       ADD-CHECKOUT-ENTRY.
           PERFORM VALIDATE-CHECKOUT-FIELDS
           IF WS-REASON = SPACES THEN
              PERFORM FIND-CHECKOUT-ENTRY
              IF WS-CKO-FOUND > 0 THEN
                 MOVE "ROUTE ALREADY ON FILE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-CKO-COUNT >= 90 THEN
              MOVE "REFERENCE FILE FULL (90 ROUTES)" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADD REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-CKO-COUNT
              MOVE WS-CKO-COUNT TO WS-CKO-FOUND
              MOVE WS-KEY-SCORE TO WS-CKO-SCORE(WS-CKO-FOUND)
              MOVE WS-KEY-DARTS TO WS-CKO-DARTS(WS-CKO-FOUND)
              MOVE FUNCTION TRIM(WS-IN-ROUTE) TO
                 WS-CKO-ROUTE(WS-CKO-FOUND)
              MOVE "(NEW ENTRY)" TO WS-OLD-TEXT
              PERFORM BUILD-CHECKOUT-TEXT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "ADDED " WS-KEY-SCORE " WITH " WS-KEY-DARTS
                 " DART(S): " WS-CKO-ROUTE(WS-CKO-FOUND)
           END-IF.
       END-ADD-CHECKOUT-ENTRY.


       CHANGE-CHECKOUT-ENTRY.
           PERFORM FIND-CHECKOUT-ENTRY
           IF WS-CKO-FOUND = 0 THEN
              MOVE "ROUTE NOT ON FILE" TO WS-REASON
              DISPLAY "CHANGE REFUSED: " WS-REASON ": "
                 WS-KEY-SCORE " WITH " WS-KEY-DARTS
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM VALIDATE-CHECKOUT-FIELDS
              IF WS-REASON NOT = SPACES THEN
                 DISPLAY "CHANGE REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 PERFORM BUILD-CHECKOUT-TEXT
                 MOVE WS-NEW-TEXT TO WS-OLD-TEXT
                 MOVE FUNCTION TRIM(WS-IN-ROUTE) TO
                    WS-CKO-ROUTE(WS-CKO-FOUND)
                 PERFORM BUILD-CHECKOUT-TEXT
                 PERFORM LOG-REFERENCE-AUDIT
                 DISPLAY "CHANGED " WS-KEY-SCORE " WITH "
                    WS-KEY-DARTS " DART(S): "
                    WS-CKO-ROUTE(WS-CKO-FOUND)
              END-IF
           END-IF.
       END-CHANGE-CHECKOUT-ENTRY.


       DELETE-CHECKOUT-ENTRY.
      * Once a route is off the table DARTS calls that finish the
      * fewest-darts way again.
           PERFORM FIND-CHECKOUT-ENTRY
           IF WS-CKO-FOUND = 0 THEN
              MOVE "ROUTE NOT ON FILE" TO WS-REASON
              DISPLAY "DELETE REFUSED: " WS-REASON ": "
                 WS-KEY-SCORE " WITH " WS-KEY-DARTS
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM BUILD-CHECKOUT-TEXT
              MOVE WS-NEW-TEXT TO WS-OLD-TEXT
              MOVE "(REMOVED)" TO WS-NEW-TEXT
              PERFORM VARYING WS-CKO-IDX FROM WS-CKO-FOUND BY 1
                 UNTIL WS-CKO-IDX >= WS-CKO-COUNT
                 MOVE WS-CKO-ENTRY(WS-CKO-IDX + 1) TO
                    WS-CKO-ENTRY(WS-CKO-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-CKO-COUNT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "DELETED " WS-KEY-SCORE " WITH " WS-KEY-DARTS
           END-IF.
       END-DELETE-CHECKOUT-ENTRY.


       BUILD-CHECKOUT-TEXT.
      * The route as it stands in the table at WS-CKO-FOUND, short
      * enough for the audit line.
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-CKO-SCORE(WS-CKO-FOUND) "/"
              WS-CKO-DARTS(WS-CKO-FOUND) " "
              WS-CKO-ROUTE(WS-CKO-FOUND)
              DELIMITED BY SIZE INTO WS-NEW-TEXT.
       END-BUILD-CHECKOUT-TEXT.


       SAVE-CHECKOUT-TABLE.
           OPEN OUTPUT CHECKOUT-TABLE
           PERFORM VARYING WS-CKO-IDX FROM 1 BY 1 UNTIL WS-CKO-IDX >
              WS-CKO-COUNT
              MOVE WS-CKO-SCORE(WS-CKO-IDX) TO CKO-SCORE
              MOVE WS-CKO-DARTS(WS-CKO-IDX) TO CKO-DARTS
              MOVE WS-CKO-ROUTE(WS-CKO-IDX) TO CKO-ROUTE
              WRITE CHECKOUT-TABLE-REC
           END-PERFORM
           CLOSE CHECKOUT-TABLE.
       END-SAVE-CHECKOUT-TABLE.


       MAINTAIN-VENUE-FILE.
      * A venue is keyed by its code; CHANGE renames it, since the
      * code is what every player and fixture already carries.
           MOVE FUNCTION UPPER-CASE(WS-KEY-VENUE) TO WS-KEY-VENUE
           PERFORM LOAD-VENUE-TABLE
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-VENUE-TABLE
              WHEN "ADD"
                 PERFORM ADD-VENUE-ENTRY
              WHEN "CHANGE"
                 PERFORM CHANGE-VENUE-ENTRY
              WHEN "DELETE"
                 PERFORM DELETE-VENUE-ENTRY
              WHEN OTHER
                 MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-REASON = SPACES AND
              FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" THEN
              PERFORM SAVE-VENUE-TABLE
           END-IF.
       END-MAINTAIN-VENUE-FILE.


       LOAD-VENUE-TABLE.
           MOVE 0 TO WS-VNR-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT VENUE-REFERENCE
           IF WS-VENUE-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ VENUE-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF VNR-CODE NOT = SPACES AND
                          WS-VNR-COUNT < 50 THEN
                          ADD 1 TO WS-VNR-COUNT
                          MOVE VNR-CODE TO
                             WS-VNR-CODE(WS-VNR-COUNT)
                          MOVE VNR-NAME TO
                             WS-VNR-NAME(WS-VNR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENUE-REFERENCE
           END-IF.
       END-LOAD-VENUE-TABLE.


       LIST-VENUE-TABLE.
           DISPLAY "VENUE LIST (" WS-VNR-COUNT " VENUES)"
           PERFORM VARYING WS-VNR-IDX FROM 1 BY 1 UNTIL WS-VNR-IDX >
              WS-VNR-COUNT
              DISPLAY WS-VNR-CODE(WS-VNR-IDX) " "
                 WS-VNR-NAME(WS-VNR-IDX)
           END-PERFORM.
       END-LIST-VENUE-TABLE.


       FIND-VENUE-ENTRY.
           MOVE 0 TO WS-VNR-FOUND
           PERFORM VARYING WS-VNR-IDX FROM 1 BY 1 UNTIL WS-VNR-IDX >
              WS-VNR-COUNT
              IF WS-VNR-CODE(WS-VNR-IDX) = WS-KEY-VENUE THEN
                 MOVE WS-VNR-IDX TO WS-VNR-FOUND
              END-IF
           END-PERFORM.
       END-FIND-VENUE-ENTRY.


       ADD-VENUE-ENTRY.
      * MAIN is the club's own hall and needs no entry; any other
      * code has to be new and come with the hall's name.
           IF WS-KEY-VENUE = SPACES THEN
              MOVE "VENUE CODE REQUIRED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-KEY-VENUE = "MAIN" THEN
              MOVE "MAIN IS THE CLUB HALL - NO ENTRY" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-IN-VENUE-NAME = SPACES THEN
              MOVE "VENUE NAME REQUIRED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-VENUE-ENTRY
              IF WS-VNR-FOUND > 0 THEN
                 MOVE "VENUE CODE ALREADY ON FILE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-VNR-COUNT >= 50 THEN
              MOVE "VENUE LIST FULL (50 VENUES)" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADD REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-VNR-COUNT
              MOVE WS-KEY-VENUE TO WS-VNR-CODE(WS-VNR-COUNT)
              MOVE WS-IN-VENUE-NAME TO WS-VNR-NAME(WS-VNR-COUNT)
              MOVE "(NEW ENTRY)" TO WS-OLD-TEXT
              MOVE WS-VNR-COUNT TO WS-VNR-FOUND
              PERFORM BUILD-VENUE-TEXT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "ADDED VENUE " WS-KEY-VENUE
           END-IF.
       END-ADD-VENUE-ENTRY.


       CHANGE-VENUE-ENTRY.
           PERFORM FIND-VENUE-ENTRY
           IF WS-VNR-FOUND = 0 THEN
              MOVE "VENUE NOT ON FILE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-IN-VENUE-NAME = SPACES THEN
              MOVE "VENUE NAME REQUIRED" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "CHANGE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM BUILD-VENUE-TEXT
              MOVE WS-NEW-TEXT TO WS-OLD-TEXT
              MOVE WS-IN-VENUE-NAME TO WS-VNR-NAME(WS-VNR-FOUND)
              PERFORM BUILD-VENUE-TEXT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "RENAMED VENUE " WS-KEY-VENUE
           END-IF.
       END-CHANGE-VENUE-ENTRY.


       DELETE-VENUE-ENTRY.
           PERFORM FIND-VENUE-ENTRY
           IF WS-VNR-FOUND = 0 THEN
              MOVE "VENUE NOT ON FILE" TO WS-REASON
              DISPLAY "DELETE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM BUILD-VENUE-TEXT
              MOVE WS-NEW-TEXT TO WS-OLD-TEXT
              MOVE "(REMOVED)" TO WS-NEW-TEXT
              PERFORM VARYING WS-VNR-IDX FROM WS-VNR-FOUND BY 1
                 UNTIL WS-VNR-IDX >= WS-VNR-COUNT
                 MOVE WS-VNR-ENTRY(WS-VNR-IDX + 1) TO
                    WS-VNR-ENTRY(WS-VNR-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-VNR-COUNT
              PERFORM LOG-REFERENCE-AUDIT
              DISPLAY "REMOVED VENUE " WS-KEY-VENUE
           END-IF.
       END-DELETE-VENUE-ENTRY.


       BUILD-VENUE-TEXT.
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-VNR-CODE(WS-VNR-FOUND) " "
              WS-VNR-NAME(WS-VNR-FOUND)
              DELIMITED BY SIZE INTO WS-NEW-TEXT.
       END-BUILD-VENUE-TEXT.


       SAVE-VENUE-TABLE.
           OPEN OUTPUT VENUE-REFERENCE
           PERFORM VARYING WS-VNR-IDX FROM 1 BY 1 UNTIL WS-VNR-IDX >
              WS-VNR-COUNT
              MOVE WS-VNR-CODE(WS-VNR-IDX) TO VNR-CODE
              MOVE WS-VNR-NAME(WS-VNR-IDX) TO VNR-NAME
              WRITE VENUE-REFERENCE-REC
           END-PERFORM
           CLOSE VENUE-REFERENCE.
       END-SAVE-VENUE-TABLE.


       LOG-REFERENCE-AUDIT.
      * Who changed what, when, from what to what -- one line per
      * applied change, creating the audit file on the first write.
           OPEN EXTEND REFERENCE-AUDIT
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              CLOSE REFERENCE-AUDIT
              OPEN OUTPUT REFERENCE-AUDIT
           END-IF
           MOVE SPACES TO REFERENCE-AUDIT-REC
           STRING WS-AUDIT-DATE " " WS-AUDIT-TIME " "
              WS-OPERATOR " " WS-FILE " " WS-ACTION
              " OLD " WS-OLD-TEXT " NEW " WS-NEW-TEXT
              DELIMITED BY SIZE INTO REFERENCE-AUDIT-REC
           WRITE REFERENCE-AUDIT-REC
           CLOSE REFERENCE-AUDIT.
       END-LOG-REFERENCE-AUDIT.


       CHECK-BATCH-WINDOW.
      * Leaves WS-WINDOW-OK "N" when this update has to wait for the
      * night's chain to finish. With the window set, only an
      * operator holding the W letter who gives a reason gets
      * through, and every such override is logged with it. No
      * indicator on file means no chain has ever held the window.
           MOVE "Y" TO WS-WINDOW-OK
           MOVE "N" TO WS-WINDOW-SET
           OPEN INPUT BATCH-WINDOW
           IF WS-WINDOW-STATUS = "00" THEN
              READ BATCH-WINDOW
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BWN-STATE = "S" THEN
                       MOVE "Y" TO WS-WINDOW-SET
                       MOVE SPACES TO WS-WINDOW-SINCE
                       STRING BWN-CHANGED-ON " " BWN-CHANGED-AT
                          DELIMITED BY SIZE INTO WS-WINDOW-SINCE
                    END-IF
              END-READ
              CLOSE BATCH-WINDOW
           END-IF
           IF WS-WINDOW-SET = "Y" THEN
              DISPLAY "BATCH WINDOW SET SINCE " WS-WINDOW-SINCE
              IF WS-WINDOW-REASON = SPACES OR WS-OPERATOR = SPACES
                 THEN
                 MOVE "N" TO WS-WINDOW-OK
              ELSE
                 MOVE "W" TO WS-NEEDED-FUNC
                 PERFORM CHECK-OPERATOR-SIGNON
                 IF WS-SIGNON-OK = "N" THEN
                    MOVE "N" TO WS-WINDOW-OK
                    DISPLAY "OVERRIDE REFUSED: OPERATOR " WS-OPERATOR
                       " NOT SIGNED FOR OVERRIDES"
                 ELSE
                    PERFORM LOG-WINDOW-OVERRIDE
                 END-IF
              END-IF
           END-IF.
       END-CHECK-BATCH-WINDOW.


       LOG-WINDOW-OVERRIDE.
      * The override line, creating the file on the first write,
      * and a warning on the night's log so the morning review
      * sees it beside the chain it cut across.
           ACCEPT WS-WINDOW-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-WINDOW-TIME FROM TIME
           OPEN EXTEND WINDOW-OVERRIDES
           IF WS-WINOVR-STATUS = "05" OR WS-WINOVR-STATUS = "35"
              CLOSE WINDOW-OVERRIDES
              OPEN OUTPUT WINDOW-OVERRIDES
           END-IF
           MOVE SPACES TO WINDOW-OVERRIDES-REC
           STRING WS-WINDOW-TODAY " " WS-WINDOW-TIME(1:6)
              " REF-MAINT BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REF-MAINT - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REF-MAINT - " WS-FILE " " WS-ACTION
              " BY " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REF-MAINT - REJECTED - " WS-REASON
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
           MOVE "REF-MAINT - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "REF-MAINT - RUN END" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-END.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                       MOVE CRQ-FIELDS(1:8) TO WS-FILE
                       MOVE CRQ-FIELDS(9:8) TO WS-ACTION
                       MOVE CRQ-FIELDS(17:10) TO WS-OPERATOR
                       IF WS-OPERATOR = SPACES THEN
                          MOVE CRQ-OPERATOR TO WS-OPERATOR
                       END-IF
                       IF WS-PASSCODE = SPACES THEN
                          MOVE CRQ-PASSCODE TO WS-PASSCODE
                       END-IF
                       IF WS-WINDOW-REASON = SPACES THEN
                          MOVE CRQ-WINDOW-WHY TO WS-WINDOW-REASON
                       END-IF
      * The answer fields mean what the named file's maintenance
      * expects of them; the console fills them the same way.
                       EVALUATE FUNCTION UPPER-CASE(WS-FILE)
                             MOVE CRQ-FIELDS(28:20) TO
                                WS-IN-PATTERN
                             MOVE CRQ-FIELDS(48:40) TO WS-IN-REPLY
                          WHEN "DRUG"
                             MOVE CRQ-FIELDS(27:20) TO WS-KEY-DRUG
                             MOVE CRQ-FIELDS(27:20) TO WS-IN-DRUG
                             MOVE CRQ-FIELDS(47:12) TO
                                WS-IN-ALLERGEN
                          WHEN "CROSSRX"
                             MOVE CRQ-FIELDS(27:12) TO
                                WS-IN-ALLERGEN
                             MOVE CRQ-FIELDS(39:12) TO
                                WS-KEY-RELATED
                             MOVE CRQ-FIELDS(39:12) TO
                                WS-IN-RELATED
                             IF CRQ-FIELDS(51:3) IS NUMERIC THEN
                                MOVE CRQ-FIELDS(51:3) TO WS-IN-PCT
                             END-IF
                          WHEN "MENU"
                             MOVE CRQ-FIELDS(27:20) TO WS-KEY-DISH
                             MOVE CRQ-FIELDS(27:20) TO WS-IN-DISH
                             MOVE CRQ-FIELDS(47:12) TO
                                WS-IN-ALLERGEN
                          WHEN "BINRANGE"
                             MOVE CRQ-FIELDS(27:8) TO WS-KEY-PREFIX
                             MOVE CRQ-FIELDS(35:8) TO
                                WS-IN-HIGH-PREFIX
                             MOVE CRQ-FIELDS(43:12) TO WS-IN-LENGTHS
                             MOVE CRQ-FIELDS(55:12) TO WS-IN-NETWORK
                             MOVE CRQ-FIELDS(67:20) TO WS-IN-ISSUER
                             MOVE CRQ-FIELDS(87:3) TO WS-IN-COUNTRY
                          WHEN "CHECKOUT"
                             IF CRQ-FIELDS(27:2) IS NUMERIC THEN
                                MOVE CRQ-FIELDS(27:2) TO
                                   WS-KEY-SCORE
                             END-IF
                             IF CRQ-FIELDS(29:1) IS NUMERIC THEN
                                MOVE CRQ-FIELDS(29:1) TO
                                   WS-KEY-DARTS
                             END-IF
                             MOVE CRQ-FIELDS(30:20) TO WS-IN-ROUTE
                          WHEN "VENUE"
                             MOVE CRQ-FIELDS(27:4) TO WS-KEY-VENUE
                             MOVE CRQ-FIELDS(31:20) TO
                                WS-IN-VENUE-NAME
                       END-EVALUATE
                    END-IF
              END-READ
