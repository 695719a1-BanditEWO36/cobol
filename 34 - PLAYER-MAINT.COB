           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
      * How to reach each player, by registry id: an email address,
      * a mobile number, and one opt-in flag per notification type.
      * NOTIFY-EXTRACT reads it to build the night's messages; a
      * flag of N is an opt-out and that type is never sent.
           SELECT CONTACT-FILE ASSIGN TO "CONTACTS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTACT-STATUS.
      * The venue list REF-MAINT keeps. A registration at any hall
      * but MAIN has to name a venue listed there; a shop with no
      * list on file yet registers at any code, as it always has.
           SELECT VENUE-REFERENCE ASSIGN TO "VENUEREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENUE-STATUS.

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
       FD  CONTACT-FILE.
       01 CONTACT-REC.
           05 CT-PM-ID  PIC X(6).
           05 CT-EMAIL  PIC X(40).
           05 CT-MOBILE PIC X(15).
      * One flag per notification type, in the order fixture,
      * no-show, badge, rating.
           05 CT-OPTS   PIC X(4).
       FD  VENUE-REFERENCE.
       01 VENUE-REFERENCE-REC.
           05 VNR-CODE PIC X(4).
           05 VNR-NAME PIC X(20).
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
      * WS-ACTION says what this call is doing: LIST every player,
      * ADD a registration, or DEACTIVATE/REACTIVATE an existing one
      * by id. CONTACT files a player's email and mobile; OPTOUT and
      * OPTIN set their preference for one notification type (FIX,
      * NSH, BDG, RAT) or ALL of them.
       01 WS-ACTION    PIC X(10) VALUE SPACES.
       01 WS-ID        PIC X(6) VALUE SPACES.
       01 WS-NAME      PIC X(20) VALUE SPACES.
      * The venue a new registration plays out of; the main room
      * stays MAIN.
       01 WS-VENUE     PIC X(4) VALUE "MAIN".
      * CONTACT only: a blank leaves what is on file, NONE clears it.
       01 WS-EMAIL     PIC X(40) VALUE SPACES.
       01 WS-MOBILE    PIC X(15) VALUE SPACES.
       01 WS-NOTICE-TYPE PIC X(3) VALUE SPACES.
      * Who is running this maintenance call; a destructive action
      * is checked against the operator master and the registry
      * change logs under this name.
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

       01 WS-MASTER-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
              10 WS-REG-VENUE     PIC X(4).
       01 WS-IDX PIC 999.
       01 WS-FOUND-IDX PIC 999.
      * The contact file, held in storage the same way.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-CONTACT-EOF PIC X.
       01 WS-CONTACTS-CHANGED PIC X VALUE "N".
       01 WS-CON-COUNT PIC 999 VALUE 0.
       01 WS-CONTACT-TABLE.
           05 WS-CON-ENTRY OCCURS 200 TIMES.
              10 WS-CON-PM-ID  PIC X(6).
              10 WS-CON-EMAIL  PIC X(40).
              10 WS-CON-MOBILE PIC X(15).
              10 WS-CON-OPTS   PIC X(4).
       01 WS-CON-IDX PIC 999.
       01 WS-CON-FOUND PIC 999.
       01 WS-NOTICE-TYPE-NAMES PIC X(12) VALUE "FIXNSHBDGRAT".
       01 WS-NOTICE-TYPE-TABLE REDEFINES WS-NOTICE-TYPE-NAMES.
           05 WS-NOTICE-TYPE-CODE PIC X(3) OCCURS 4 TIMES.
       01 WS-TYPE-IDX PIC 9.
       01 WS-TYPE-FOUND PIC 9.
       01 WS-OPT-FLAG PIC X.
       01 WS-AT-COUNT PIC 99.
       01 WS-MOBILE-LEN PIC 99.
       01 WS-VENUE-STATUS PIC XX.
       01 WS-VENUE-EOF PIC X.
       01 WS-VENUE-KNOWN PIC X.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           PERFORM LOAD-REGISTRY
           PERFORM LOAD-CONTACTS
           IF FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" AND
              WS-ACTION NOT = SPACES THEN
              MOVE "P" TO WS-NEEDED-FUNC
                 MOVE "LIST" TO WS-ACTION
              END-IF
           END-IF
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
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-REGISTRY
                 PERFORM FLIP-ACTIVE-FLAG
              WHEN "REACTIVATE"
                 PERFORM FLIP-ACTIVE-FLAG
              WHEN "CONTACT"
                 PERFORM FILE-PLAYER-CONTACT
              WHEN "OPTOUT"
                 PERFORM SET-NOTICE-PREFERENCE
              WHEN "OPTIN"
                 PERFORM SET-NOTICE-PREFERENCE
              WHEN OTHER
                 MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
              FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" THEN
              PERFORM SAVE-REGISTRY
           END-IF
           IF WS-CONTACTS-CHANGED = "Y" THEN
              PERFORM SAVE-CONTACTS
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.


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
           STRING "PLAYER-MAINT - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       LOAD-REGISTRY.
              DISPLAY WS-REG-ID(WS-IDX) " " WS-REG-NAME(WS-IDX)
                 " JOINED " WS-REG-JOIN-DATE(WS-IDX)
                 " ACTIVE " WS-REG-ACTIVE(WS-IDX)
              MOVE WS-REG-ID(WS-IDX) TO WS-ID
              PERFORM FIND-CONTACT-ROW
              IF WS-CON-FOUND > 0 THEN
                 DISPLAY "       " WS-CON-EMAIL(WS-CON-FOUND) " "
                    WS-CON-MOBILE(WS-CON-FOUND) " OPT-IN "
                    WS-CON-OPTS(WS-CON-FOUND)
              END-IF
           END-PERFORM.
       END-LIST-REGISTRY.

                    MOVE "PLAYER NAME ALREADY REGISTERED" TO WS-REASON
                 END-IF
              END-PERFORM
              IF WS-VENUE = SPACES THEN
                 MOVE "MAIN" TO WS-VENUE
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-VENUE) TO WS-VENUE
              IF WS-REASON = SPACES THEN
                 PERFORM CHECK-VENUE-KNOWN
                 IF WS-VENUE-KNOWN = "N" THEN
                    MOVE "UNKNOWN VENUE" TO WS-REASON
                 END-IF
              END-IF
              IF WS-REASON NOT = SPACES THEN
                 DISPLAY WS-REASON ": " WS-ID " " WS-NAME
                 PERFORM LOG-REJECTED-INPUT
       END-ADD-PLAYER.


       CHECK-VENUE-KNOWN.
      * MAIN is always known; anything else has to be on the venue
      * list, when there is one.
           MOVE "Y" TO WS-VENUE-KNOWN
           IF WS-VENUE NOT = "MAIN" THEN
              OPEN INPUT VENUE-REFERENCE
              IF WS-VENUE-STATUS = "00" THEN
                 MOVE "N" TO WS-VENUE-KNOWN
                 MOVE "N" TO WS-VENUE-EOF
                 PERFORM UNTIL WS-VENUE-EOF = "Y"
                    READ VENUE-REFERENCE
                       AT END
                          MOVE "Y" TO WS-VENUE-EOF
                       NOT AT END
                          IF VNR-CODE = WS-VENUE THEN
                             MOVE "Y" TO WS-VENUE-KNOWN
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE VENUE-REFERENCE
              END-IF
           END-IF.
       END-CHECK-VENUE-KNOWN.


       FLIP-ACTIVE-FLAG.
      * DEACTIVATE and REACTIVATE share the same id lookup; only the
      * flag value written differs.
       END-FLIP-ACTIVE-FLAG.


       FILE-PLAYER-CONTACT.
      * Files or changes a registered player's email and mobile. A
      * player new to the contact file starts opted in to every
      * notification type.
           PERFORM FIND-REGISTRY-ID
           IF WS-FOUND-IDX = 0 THEN
              MOVE "PLAYER ID NOT ON REGISTRY" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-EMAIL = SPACES AND
              WS-MOBILE = SPACES THEN
              MOVE "CONTACT NEEDS EMAIL OR MOBILE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-EMAIL NOT = SPACES AND
              WS-EMAIL NOT = "NONE" THEN
              MOVE 0 TO WS-AT-COUNT
              INSPECT WS-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
              IF WS-AT-COUNT NOT = 1 OR WS-EMAIL(1:1) = "@" THEN
                 MOVE "EMAIL ADDRESS NOT VALID" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-MOBILE NOT = SPACES AND
              WS-MOBILE NOT = "NONE" THEN
              PERFORM CHECK-MOBILE-NUMBER
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-CONTACT-ROW
              IF WS-CON-FOUND = 0 AND WS-CON-COUNT NOT < 200 THEN
                 MOVE "CONTACT FILE FULL" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-ID
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-CON-FOUND = 0 THEN
                 PERFORM ADD-CONTACT-ROW
              END-IF
              IF WS-EMAIL = "NONE" THEN
                 MOVE SPACES TO WS-CON-EMAIL(WS-CON-FOUND)
              ELSE
                 IF WS-EMAIL NOT = SPACES THEN
                    MOVE WS-EMAIL TO WS-CON-EMAIL(WS-CON-FOUND)
                 END-IF
              END-IF
              IF WS-MOBILE = "NONE" THEN
                 MOVE SPACES TO WS-CON-MOBILE(WS-CON-FOUND)
              ELSE
                 IF WS-MOBILE NOT = SPACES THEN
                    MOVE WS-MOBILE TO WS-CON-MOBILE(WS-CON-FOUND)
                 END-IF
              END-IF
              MOVE "Y" TO WS-CONTACTS-CHANGED
              DISPLAY "CONTACT FILED " WS-ID " "
                 WS-CON-EMAIL(WS-CON-FOUND) " "
                 WS-CON-MOBILE(WS-CON-FOUND)
           END-IF.
       END-FILE-PLAYER-CONTACT.


       CHECK-MOBILE-NUMBER.
      * Digits only, with an optional leading plus for the country
      * code.
           MOVE 0 TO WS-MOBILE-LEN
           INSPECT WS-MOBILE TALLYING WS-MOBILE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-MOBILE(1:1) = "+" THEN
              IF WS-MOBILE-LEN < 2 THEN
                 MOVE "MOBILE NUMBER NOT VALID" TO WS-REASON
              ELSE
                 IF WS-MOBILE(2:WS-MOBILE-LEN - 1) IS NOT NUMERIC
                    THEN
                    MOVE "MOBILE NUMBER NOT VALID" TO WS-REASON
                 END-IF
              END-IF
           ELSE
              IF WS-MOBILE-LEN = 0 THEN
                 MOVE "MOBILE NUMBER NOT VALID" TO WS-REASON
              ELSE
                 IF WS-MOBILE(1:WS-MOBILE-LEN) IS NOT NUMERIC THEN
                    MOVE "MOBILE NUMBER NOT VALID" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-MOBILE-LEN < 15 THEN
              IF WS-MOBILE(WS-MOBILE-LEN + 1:) NOT = SPACES THEN
                 MOVE "MOBILE NUMBER NOT VALID" TO WS-REASON
              END-IF
           END-IF.
       END-CHECK-MOBILE-NUMBER.


       SET-NOTICE-PREFERENCE.
      * OPTOUT turns one notification type off for the player, or
      * every type with ALL; OPTIN turns it back on.
           IF FUNCTION UPPER-CASE(WS-ACTION) = "OPTOUT" THEN
              MOVE "N" TO WS-OPT-FLAG
           ELSE
              MOVE "Y" TO WS-OPT-FLAG
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-NOTICE-TYPE) TO WS-NOTICE-TYPE
           MOVE 0 TO WS-TYPE-FOUND
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL
              WS-TYPE-IDX > 4
              IF WS-NOTICE-TYPE-CODE(WS-TYPE-IDX) = WS-NOTICE-TYPE
                 THEN
                 MOVE WS-TYPE-IDX TO WS-TYPE-FOUND
              END-IF
           END-PERFORM
           PERFORM FIND-REGISTRY-ID
           IF WS-FOUND-IDX = 0 THEN
              MOVE "PLAYER ID NOT ON REGISTRY" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-TYPE-FOUND = 0 AND
              WS-NOTICE-TYPE NOT = "ALL" THEN
              MOVE "NOTICE TYPE NOT KNOWN" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-CONTACT-ROW
              IF WS-CON-FOUND = 0 AND WS-CON-COUNT NOT < 200 THEN
                 MOVE "CONTACT FILE FULL" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-ID " " WS-NOTICE-TYPE
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-CON-FOUND = 0 THEN
                 PERFORM ADD-CONTACT-ROW
              END-IF
              IF WS-TYPE-FOUND = 0 THEN
                 PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL
                    WS-TYPE-IDX > 4
                    MOVE WS-OPT-FLAG TO
                       WS-CON-OPTS(WS-CON-FOUND)(WS-TYPE-IDX:1)
                 END-PERFORM
              ELSE
                 MOVE WS-OPT-FLAG TO
                    WS-CON-OPTS(WS-CON-FOUND)(WS-TYPE-FOUND:1)
              END-IF
              MOVE "Y" TO WS-CONTACTS-CHANGED
              DISPLAY WS-ACTION " " WS-ID " " WS-NOTICE-TYPE
                 " - OPT-IN NOW " WS-CON-OPTS(WS-CON-FOUND)
           END-IF.
       END-SET-NOTICE-PREFERENCE.


       FIND-REGISTRY-ID.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-PLAYER-COUNT
              IF WS-REG-ID(WS-IDX) = WS-ID THEN
                 MOVE WS-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       END-FIND-REGISTRY-ID.


       FIND-CONTACT-ROW.
           MOVE 0 TO WS-CON-FOUND
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1 UNTIL
              WS-CON-IDX > WS-CON-COUNT
              IF WS-CON-PM-ID(WS-CON-IDX) = WS-ID THEN
                 MOVE WS-CON-IDX TO WS-CON-FOUND
              END-IF
           END-PERFORM.
       END-FIND-CONTACT-ROW.


       ADD-CONTACT-ROW.
           ADD 1 TO WS-CON-COUNT
           MOVE WS-CON-COUNT TO WS-CON-FOUND
           MOVE WS-ID TO WS-CON-PM-ID(WS-CON-FOUND)
           MOVE SPACES TO WS-CON-EMAIL(WS-CON-FOUND)
           MOVE SPACES TO WS-CON-MOBILE(WS-CON-FOUND)
           MOVE "YYYY" TO WS-CON-OPTS(WS-CON-FOUND).
       END-ADD-CONTACT-ROW.


       LOAD-CONTACTS.
           MOVE 0 TO WS-CON-COUNT
           MOVE "N" TO WS-CONTACT-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00" THEN
              PERFORM UNTIL WS-CONTACT-EOF = "Y"
                 READ CONTACT-FILE
                    AT END
                       MOVE "Y" TO WS-CONTACT-EOF
                    NOT AT END
                       IF WS-CON-COUNT < 200 THEN
                          ADD 1 TO WS-CON-COUNT
                          MOVE CONTACT-REC TO
                             WS-CON-ENTRY(WS-CON-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTACT-FILE
           END-IF.
       END-LOAD-CONTACTS.


       SAVE-CONTACTS.
           OPEN OUTPUT CONTACT-FILE
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1 UNTIL
              WS-CON-IDX > WS-CON-COUNT
              MOVE WS-CON-ENTRY(WS-CON-IDX) TO CONTACT-REC
              WRITE CONTACT-REC
           END-PERFORM
           CLOSE CONTACT-FILE.
       END-SAVE-CONTACTS.


       SAVE-REGISTRY.
           OPEN OUTPUT PLAYER-MASTER
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
       END-SAVE-REGISTRY.


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
              " PLAYER-MAINT BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PLAYER-MAINT - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
                       MOVE CRQ-FIELDS(11:6) TO WS-ID
                       MOVE CRQ-FIELDS(17:20) TO WS-NAME
                       MOVE CRQ-FIELDS(37:8) TO WS-JOIN-DATE
                       IF CRQ-FIELDS(45:4) NOT = SPACES THEN
                          MOVE CRQ-FIELDS(45:4) TO WS-VENUE
                       END-IF
                       IF WS-OPERATOR = SPACES THEN
                          MOVE CRQ-OPERATOR TO WS-OPERATOR
                       END-IF
                       IF WS-PASSCODE = SPACES THEN
                          MOVE CRQ-PASSCODE TO WS-PASSCODE
                       END-IF
                       IF WS-WINDOW-REASON = SPACES THEN
                          MOVE CRQ-WINDOW-WHY TO WS-WINDOW-REASON
                       END-IF
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
