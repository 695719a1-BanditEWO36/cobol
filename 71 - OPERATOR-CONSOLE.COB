       FILE-CONTROL.
      * The one-record handoff each fronted program reads its
      * answers from: the console writes it fresh before every
      * call and empties it again as soon as the call returns, so
      * the signed-on passcode never sits on disk and a standalone
      * run later finds nothing lying in wait.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.
      * The operator master: the console signs its operator on
      * against it, passcode and all, before the menu is shown.
      * A shop with no master on file yet runs the console
      * unchecked, the arrangement every registry here starts
      * under.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
      * The batch-window indicator NIGHT-SCHEDULER keeps: while it
      * is set, a maintenance update is asked for an emergency
      * override reason before it is handed over.
           SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINDOW-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
       01 CONSOLE-REQUEST-REC.
           05 CRQ-PROGRAM PIC X(20).
           05 CRQ-FIELDS  PIC X(100).
      * Who the console signed on, passed with every request so
      * the fronted program's own sign-on check sees the same
      * operator.
           05 CRQ-OPERATOR PIC X(10).
           05 CRQ-PASSCODE PIC X(10).
      * The emergency-override reason asked for when the batch
      * window is set; blank otherwise.
           05 CRQ-WINDOW-WHY PIC X(40).
      * BWN-STATE is S while the night's chain runs and C once it
      * has finished; the stamps say when it last changed.
       FD  BATCH-WINDOW.
       01 BATCH-WINDOW-REC.
           05 BWN-STATE      PIC X.
           05 BWN-CHANGED-ON PIC X(8).
           05 BWN-CHANGED-AT PIC X(6).
           05 BWN-RUN-ID     PIC X(6).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
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
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CONREQ-STATUS PIC XX.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
      * The menu loop: one choice per pass until the operator signs
      * off with X. Every answer is typed at the console; nobody
       01 WS-CHOICE PIC X.
       01 WS-DONE PIC X VALUE "N".
       01 WS-CALLS-MADE PIC 999 VALUE 0.
      * The operator signed on at the console; every fronted
      * program is handed this id and passcode, so nobody types an
      * operator id at each prompt any more.
       01 WS-OPERATOR  PIC X(10) VALUE SPACES.
       01 WS-SIGNON-TRIES PIC 9 VALUE 0.
       01 WS-NEW-PASSCODE PIC X(10).
       01 WS-NEW-PASSCODE-AGAIN PIC X(10).
      * Sign-on check scratch: the function this action needs and
      * whether the named operator holds it.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
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
      * Prompted answers, gathered per action.
       01 WS-IN-PLAYER    PIC X(20).
       01 WS-IN-DATE      PIC X(8).
       01 WS-IN-NAME      PIC X(20).
       01 WS-IN-JOIN      PIC X(8).
       01 WS-IN-FILE      PIC X(8).
       01 WS-IN-REPORT    PIC X(8).
       01 WS-IN-TO-DATE   PIC X(8).
       01 WS-IN-TEXT      PIC X(30).
       01 WS-IN-OPERATOR  PIC X(10).
      * Wide enough for the widest entry key (a hot-card number).
       01 WS-IN-KEY       PIC X(32).
       01 WS-IN-PCT       PIC X(3).
       01 WS-IN-TYPE      PIC X.
       01 WS-IN-REPLY     PIC X(40).
       01 WS-IN-PATIENT   PIC X(10).
       01 WS-IN-APPT      PIC X(8).
       01 WS-IN-PANEL     PIC X(6).
       01 WS-IN-RUN       PIC X(8).
       01 WS-IN-GAME      PIC X(5).
       01 WS-IN-VENUE     PIC X(4).
       01 WS-IN-SLOT      PIC X(2).
       01 WS-IN-CLAIMED   PIC X(4).
       01 WS-IN-RULING    PIC X(8).
       01 WS-IN-CORRECTED PIC X(4).
       01 WS-IN-FUNCS     PIC X(10).
       01 WS-IN-PASSCODE  PIC X(10).
       01 WS-IN-FOR       PIC X(8).
       01 WS-IN-PARAMS    PIC X(20).
       01 WS-IN-WINDOW-WHY PIC X(40) VALUE SPACES.
      * The program the current pass is fronting.
       01 WS-CALLED-NAME PIC X(20).
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
       PROCEDURE DIVISION.
       OPERATOR-CONSOLE.
           PERFORM LOG-RUN-START
           PERFORM SIGN-ON-CONSOLE
           IF WS-SIGNON-OK = "N" THEN
              DISPLAY "NOT SIGNED ON - CONSOLE CLOSED"
              MOVE "Y" TO WS-DONE
           END-IF
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM SHOW-MENU
              ACCEPT WS-CHOICE
                    PERFORM FRONT-REF-MAINT
                 WHEN "5"
                    PERFORM FRONT-BUSINESS-DATE
                 WHEN "6"
                    PERFORM FRONT-REFERRAL-TRACK
                 WHEN "7"
                    PERFORM FRONT-LAB-QC-SIGNOFF
                 WHEN "8"
                    PERFORM FRONT-SCORE-REVIEW
                 WHEN "9"
                    PERFORM FRONT-SCORE-DISPUTE
                 WHEN "O"
                    PERFORM FRONT-OPERATOR-MAINT
                 WHEN "A"
                    PERFORM FRONT-RUN-APPROVAL
                 WHEN "R"
                    PERFORM FRONT-REPORT-PICKUP
                 WHEN "L"
                    PERFORM FRONT-LOG-SEARCH
                 WHEN "D"
                    PERFORM FRONT-DORMANT-PLAYERS
                 WHEN "I"
                    PERFORM FRONT-ROSTER-IMPORT
                 WHEN "X"
                    MOVE "Y" TO WS-DONE
                 WHEN OTHER
                    DISPLAY "PICK 1-9, O, A, R, L, D, I OR X"
              END-EVALUATE
           END-PERFORM
           PERFORM EMPTY-CONSOLE-REQUEST
       END-OPERATOR-CONSOLE.


       SIGN-ON-CONSOLE.
      * Operator id and passcode before anything else, with as many
      * tries as the lockout allows. A passcode that has run out,
      * or one just issued, is changed on the spot through
      * OPERATOR-MAINT and the sign-on goes ahead with the new one.
           MOVE SPACE TO WS-NEEDED-FUNC
           MOVE "N" TO WS-SIGNON-OK
           PERFORM UNTIL WS-SIGNON-OK = "Y" OR
              WS-SIGNON-TRIES >= WS-LOCK-AFTER
              ADD 1 TO WS-SIGNON-TRIES
              DISPLAY "OPERATOR ID: " WITH NO ADVANCING
              ACCEPT WS-OPERATOR
              DISPLAY "PASSCODE: " WITH NO ADVANCING
              ACCEPT WS-PASSCODE
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-WHY = "PASSCODE EXPIRED" THEN
                 PERFORM RENEW-EXPIRED-PASSCODE
              END-IF
              IF WS-SIGNON-WHY = "OPERATOR SUSPENDED" OR
                 WS-SIGNON-WHY(1:19) = "OPERATOR LOCKED OUT" OR
                 WS-SIGNON-WHY(1:22) = "PASSCODE WRONG - ID NO" THEN
                 MOVE WS-LOCK-AFTER TO WS-SIGNON-TRIES
              END-IF
           END-PERFORM.
       END-SIGN-ON-CONSOLE.


       RENEW-EXPIRED-PASSCODE.
      * The change itself is OPERATOR-MAINT's PASSCODE action, fed
      * through the handoff like any other menu pick; the console
      * only takes the new passcode up once the master shows it
      * was filed.
           DISPLAY "PASSCODE HAS EXPIRED - CHOOSE A NEW ONE"
           DISPLAY "NEW PASSCODE: " WITH NO ADVANCING
           ACCEPT WS-NEW-PASSCODE
           DISPLAY "NEW PASSCODE AGAIN: " WITH NO ADVANCING
           ACCEPT WS-NEW-PASSCODE-AGAIN
           IF WS-NEW-PASSCODE NOT = WS-NEW-PASSCODE-AGAIN THEN
              DISPLAY "THE TWO PASSCODES DIFFER - NOT CHANGED"
           ELSE
              MOVE SPACES TO CONSOLE-REQUEST-REC
              MOVE "OPERATOR-MAINT" TO CRQ-PROGRAM
              MOVE "PASSCODE" TO CRQ-FIELDS(1:8)
              MOVE WS-NEW-PASSCODE TO CRQ-FIELDS(49:10)
              PERFORM WRITE-CONSOLE-REQUEST
              MOVE "OPERATOR-MAINT" TO WS-CALLED-NAME
              PERFORM CALL-FRONTED-PROGRAM
              PERFORM ADOPT-NEW-PASSCODE
              IF WS-PASSCODE = WS-NEW-PASSCODE THEN
                 PERFORM CHECK-OPERATOR-SIGNON
              END-IF
           END-IF.
       END-RENEW-EXPIRED-PASSCODE.


       ADOPT-NEW-PASSCODE.
      * Reads the master back rather than trusting the call: the
      * new passcode is only used once it is the one on file, so
      * a refused change never costs the operator a failed try.
           PERFORM LOAD-OPERATOR-MASTER
           MOVE WS-NEW-PASSCODE TO WS-PASS-MIX(1:10)
           MOVE WS-OPERATOR TO WS-PASS-MIX(11:10)
           PERFORM SCRAMBLE-PASSCODE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
              WS-OPER-IDX > WS-OPER-COUNT
              IF WS-OPR-ID(WS-OPER-IDX) = WS-OPERATOR AND
                 WS-OPR-PASSCODE(WS-OPER-IDX) = WS-PASS-CHECK THEN
                 MOVE WS-NEW-PASSCODE TO WS-PASSCODE
              END-IF
           END-PERFORM.
       END-ADOPT-NEW-PASSCODE.


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
           STRING "OPERATOR-CONSOLE - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       SHOW-MENU.
           DISPLAY " "
           DISPLAY "OPERATOR CONSOLE"
           DISPLAY "  3 - PLAYER MAINTENANCE"
           DISPLAY "  4 - REFERENCE MAINTENANCE"
           DISPLAY "  5 - SHOW BUSINESS DATE"
           DISPLAY "  6 - URGENT REFERRAL FOLLOW-UP"
           DISPLAY "  7 - LAB QC SIGN-OFF"
           DISPLAY "  8 - HELD SCORE REVIEW"
           DISPLAY "  9 - SCORE DISPUTE"
           DISPLAY "  O - OPERATOR MAINTENANCE"
           DISPLAY "  A - RUN APPROVALS"
           DISPLAY "  R - REPORT PICKUP"
           DISPLAY "  L - LOG SEARCH"
           DISPLAY "  D - DORMANT PLAYERS"
           DISPLAY "  I - ROSTER IMPORT"
           DISPLAY "  X - SIGN OFF"
           DISPLAY "CHOICE: " WITH NO ADVANCING.
       END-SHOW-MENU.
           MOVE SPACES TO WS-IN-ID
           MOVE SPACES TO WS-IN-NAME
           MOVE SPACES TO WS-IN-JOIN
           MOVE SPACES TO WS-IN-KEY
           IF FUNCTION UPPER-CASE(WS-IN-ACTION) NOT = "LIST" THEN
              DISPLAY "PLAYER ID: " WITH NO ADVANCING
              ACCEPT WS-IN-ID
              ACCEPT WS-IN-NAME
              DISPLAY "JOIN DATE (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WS-IN-JOIN
              DISPLAY "VENUE (BLANK FOR MAIN): " WITH NO ADVANCING
              ACCEPT WS-IN-KEY
           END-IF
           IF FUNCTION UPPER-CASE(WS-IN-ACTION) NOT = "LIST" THEN
              PERFORM ASK-WINDOW-OVERRIDE
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "PLAYER-MAINT" TO CRQ-PROGRAM
           MOVE WS-IN-ID TO CRQ-FIELDS(11:6)
           MOVE WS-IN-NAME TO CRQ-FIELDS(17:20)
           MOVE WS-IN-JOIN TO CRQ-FIELDS(37:8)
           MOVE WS-IN-KEY(1:4) TO CRQ-FIELDS(45:4)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "PLAYER-MAINT" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
      * follow the file picked and the handoff fields mean what
      * that file's maintenance expects of them.
           DISPLAY "FILE (ALLERGEN/RAINDROP/AGEBAND/HOTCARD"
              "/BOBREPLY/DRUG/CROSSRX/MENU/BINRANGE/CHECKOUT"
              "/VENUE): "
              WITH NO ADVANCING
           ACCEPT WS-IN-FILE
           DISPLAY "ACTION (LIST/ADD/CHANGE/DELETE): "
              WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE WS-OPERATOR TO WS-IN-OPERATOR
           MOVE SPACES TO WS-IN-KEY
           MOVE SPACES TO WS-IN-VALUE
           MOVE SPACES TO WS-IN-ALLERGEN
           MOVE SPACES TO WS-IN-PCT
           MOVE SPACES TO WS-IN-TYPE
           MOVE SPACES TO WS-IN-REPLY
           IF FUNCTION UPPER-CASE(WS-IN-ACTION) NOT = "LIST" THEN
              PERFORM ASK-WINDOW-OVERRIDE
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "REF-MAINT" TO CRQ-PROGRAM
           MOVE WS-IN-FILE TO CRQ-FIELDS(1:8)
                    MOVE WS-IN-TYPE TO CRQ-FIELDS(27:1)
                    MOVE WS-IN-KEY(1:20) TO CRQ-FIELDS(28:20)
                    MOVE WS-IN-REPLY TO CRQ-FIELDS(48:40)
                 WHEN "DRUG"
                    DISPLAY "DRUG NAME: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    DISPLAY "ALLERGEN IT CONTAINS: "
                       WITH NO ADVANCING
                    ACCEPT WS-IN-ALLERGEN
                    MOVE WS-IN-KEY(1:20) TO CRQ-FIELDS(27:20)
                    MOVE WS-IN-ALLERGEN TO CRQ-FIELDS(47:12)
                 WHEN "CROSSRX"
                    DISPLAY "ALLERGEN: " WITH NO ADVANCING
                    ACCEPT WS-IN-ALLERGEN
                    DISPLAY "CROSS-REACTS WITH: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    DISPLAY "LIKELIHOOD PCT (1-100): "
                       WITH NO ADVANCING
                    ACCEPT WS-IN-PCT
                    MOVE WS-IN-ALLERGEN TO CRQ-FIELDS(27:12)
                    MOVE WS-IN-KEY(1:12) TO CRQ-FIELDS(39:12)
                    MOVE WS-IN-PCT TO CRQ-FIELDS(51:3)
                 WHEN "MENU"
                    DISPLAY "DISH NAME: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    DISPLAY "ALLERGEN IT CONTAINS: "
                       WITH NO ADVANCING
                    ACCEPT WS-IN-ALLERGEN
                    MOVE WS-IN-KEY(1:20) TO CRQ-FIELDS(27:20)
                    MOVE WS-IN-ALLERGEN TO CRQ-FIELDS(47:12)
                 WHEN "BINRANGE"
                    DISPLAY "LOW PREFIX: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:8) TO CRQ-FIELDS(27:8)
                    DISPLAY "HIGH PREFIX: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:8) TO CRQ-FIELDS(35:8)
                    DISPLAY "CARD LENGTHS (E.G. 131619): "
                       WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:12) TO CRQ-FIELDS(43:12)
                    DISPLAY "NETWORK: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:12) TO CRQ-FIELDS(55:12)
                    DISPLAY "ISSUER: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:20) TO CRQ-FIELDS(67:20)
                    DISPLAY "COUNTRY: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:3) TO CRQ-FIELDS(87:3)
                 WHEN "CHECKOUT"
                    DISPLAY "SCORE LEFT (01-30): " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:2) TO CRQ-FIELDS(27:2)
                    DISPLAY "DARTS LEFT IN VISIT (1-3): "
                       WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:1) TO CRQ-FIELDS(29:1)
                    DISPLAY "ROUTE (E.G. 10 5 1): " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:20) TO CRQ-FIELDS(30:20)
                 WHEN "VENUE"
                    DISPLAY "VENUE CODE: " WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:4) TO CRQ-FIELDS(27:4)
                    DISPLAY "VENUE NAME (ADD/CHANGE): "
                       WITH NO ADVANCING
                    ACCEPT WS-IN-KEY
                    MOVE WS-IN-KEY(1:20) TO CRQ-FIELDS(31:20)
              END-EVALUATE
           END-IF
           PERFORM WRITE-CONSOLE-REQUEST
       END-FRONT-BUSINESS-DATE.


       FRONT-REFERRAL-TRACK.
      * Clinic staff record the specialist's acknowledgement, the
      * booked appointment and the close; the opened date is only
      * asked for when the patient has more than one referral open.
           DISPLAY "ACTION (LIST/ACK/BOOK/CLOSE): " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE SPACES TO WS-IN-PATIENT
           MOVE SPACES TO WS-IN-DATE
           MOVE SPACES TO WS-IN-APPT
           MOVE SPACES TO WS-IN-OPERATOR
           IF FUNCTION UPPER-CASE(WS-IN-ACTION) NOT = "LIST" THEN
              DISPLAY "PATIENT ID: " WITH NO ADVANCING
              ACCEPT WS-IN-PATIENT
              DISPLAY "REFERRAL OPENED (YYYYMMDD, BLANK = ONLY ONE): "
                 WITH NO ADVANCING
              ACCEPT WS-IN-DATE
              IF FUNCTION UPPER-CASE(WS-IN-ACTION) = "BOOK" THEN
                 DISPLAY "APPOINTMENT DATE (YYYYMMDD): "
                    WITH NO ADVANCING
                 ACCEPT WS-IN-APPT
              END-IF
              MOVE WS-OPERATOR TO WS-IN-OPERATOR
              PERFORM ASK-WINDOW-OVERRIDE
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "REFERRAL-TRACK" TO CRQ-PROGRAM
           MOVE WS-IN-ACTION TO CRQ-FIELDS(1:8)
           MOVE WS-IN-PATIENT TO CRQ-FIELDS(9:10)
           MOVE WS-IN-DATE TO CRQ-FIELDS(19:8)
           MOVE WS-IN-APPT TO CRQ-FIELDS(27:8)
           MOVE WS-IN-OPERATOR TO CRQ-FIELDS(35:10)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "REFERRAL-TRACK" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-REFERRAL-TRACK.


       FRONT-LAB-QC-SIGNOFF.
      * The lab supervisor releases or discards a panel run the
      * intake held back on failed controls; the run number is the
      * lab's own, as printed on the QC report.
           DISPLAY "ACTION (RELEASE/DISCARD): " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           DISPLAY "PANEL CODE: " WITH NO ADVANCING
           ACCEPT WS-IN-PANEL
           DISPLAY "LAB RUN NUMBER: " WITH NO ADVANCING
           ACCEPT WS-IN-RUN
           MOVE WS-OPERATOR TO WS-IN-OPERATOR
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "LAB-INTAKE" TO CRQ-PROGRAM
           MOVE WS-IN-ACTION TO CRQ-FIELDS(1:8)
           MOVE WS-IN-PANEL TO CRQ-FIELDS(9:6)
           MOVE WS-IN-RUN TO CRQ-FIELDS(15:8)
           MOVE WS-IN-OPERATOR TO CRQ-FIELDS(23:10)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "LAB-INTAKE" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-LAB-QC-SIGNOFF.


       FRONT-SCORE-REVIEW.
      * Scores the board held back as out of line with the player's
      * usual game: LIST shows the queue, APPROVE posts one and
      * REJECT drops it by the queue number the listing shows.
           DISPLAY "ACTION (LIST/APPROVE/REJECT): " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE SPACES TO WS-IN-ID
           MOVE SPACES TO WS-IN-OPERATOR
           IF FUNCTION UPPER-CASE(WS-IN-ACTION) NOT = "LIST" THEN
              DISPLAY "QUEUE NUMBER: " WITH NO ADVANCING
              ACCEPT WS-IN-ID
              MOVE WS-OPERATOR TO WS-IN-OPERATOR
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "HIGH-SCORES" TO CRQ-PROGRAM
           MOVE WS-IN-ACTION TO CRQ-FIELDS(1:8)
           MOVE WS-IN-ID TO CRQ-FIELDS(9:6)
           MOVE WS-IN-OPERATOR TO CRQ-FIELDS(15:10)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "high-scores" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-SCORE-REVIEW.


       FRONT-SCORE-DISPUTE.
      * A player's challenge to a posted score: OPEN files it
      * against the card, RULE settles it by the dispute number the
      * listing shows, LIST shows what is still open.
           DISPLAY "ACTION (LIST/OPEN/RULE): " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE SPACES TO WS-IN-GAME
           MOVE SPACES TO WS-IN-PLAYER
           MOVE SPACES TO WS-IN-DATE
           MOVE SPACES TO WS-IN-VENUE
           MOVE SPACES TO WS-IN-SLOT
           MOVE SPACES TO WS-IN-CLAIMED
           MOVE SPACES TO WS-IN-ID
           MOVE SPACES TO WS-IN-RULING
           MOVE SPACES TO WS-IN-CORRECTED
           MOVE SPACES TO WS-IN-OPERATOR
           IF FUNCTION UPPER-CASE(WS-IN-ACTION) = "OPEN" THEN
              DISPLAY "GAME (YACHT/DARTS): " WITH NO ADVANCING
              ACCEPT WS-IN-GAME
              DISPLAY "PLAYER: " WITH NO ADVANCING
              ACCEPT WS-IN-PLAYER
              DISPLAY "GAME DATE (BLANK = TODAY): " WITH NO ADVANCING
              ACCEPT WS-IN-DATE
              DISPLAY "VENUE (BLANK = MAIN): " WITH NO ADVANCING
              ACCEPT WS-IN-VENUE
              IF FUNCTION UPPER-CASE(WS-IN-GAME) = "YACHT" THEN
                 DISPLAY "SLOT (1-12): " WITH NO ADVANCING
                 ACCEPT WS-IN-SLOT
              END-IF
              DISPLAY "CLAIMED SCORE: " WITH NO ADVANCING
              ACCEPT WS-IN-CLAIMED
              MOVE WS-OPERATOR TO WS-IN-OPERATOR
              PERFORM ASK-WINDOW-OVERRIDE
           END-IF
           IF FUNCTION UPPER-CASE(WS-IN-ACTION) = "RULE" THEN
              DISPLAY "DISPUTE NUMBER: " WITH NO ADVANCING
              ACCEPT WS-IN-ID
              DISPLAY "RULING (UPHOLD/DISMISS): " WITH NO ADVANCING
              ACCEPT WS-IN-RULING
              DISPLAY "CORRECTED SCORE (BLANK = AS CLAIMED): "
                 WITH NO ADVANCING
              ACCEPT WS-IN-CORRECTED
              MOVE WS-OPERATOR TO WS-IN-OPERATOR
              PERFORM ASK-WINDOW-OVERRIDE
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "SCORE-DISPUTE" TO CRQ-PROGRAM
           MOVE WS-IN-ACTION TO CRQ-FIELDS(1:8)
           MOVE WS-IN-GAME TO CRQ-FIELDS(9:5)
           MOVE WS-IN-PLAYER TO CRQ-FIELDS(14:20)
           MOVE WS-IN-DATE TO CRQ-FIELDS(34:8)
           MOVE WS-IN-VENUE TO CRQ-FIELDS(42:4)
           MOVE WS-IN-SLOT TO CRQ-FIELDS(46:2)
           MOVE WS-IN-CLAIMED TO CRQ-FIELDS(48:4)
           MOVE WS-IN-ID TO CRQ-FIELDS(52:6)
           MOVE WS-IN-RULING TO CRQ-FIELDS(58:8)
           MOVE WS-IN-CORRECTED TO CRQ-FIELDS(66:4)
           MOVE WS-IN-OPERATOR TO CRQ-FIELDS(70:10)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "score-dispute" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-SCORE-DISPUTE.


       FRONT-OPERATOR-MAINT.
      * Operator upkeep: LIST the master, ADD an operator, FUNCS to
      * replace their letters, SUSPEND and RESTORE, RESET a
      * forgotten or locked passcode, or PASSCODE to change one's
      * own. Everything but LIST and PASSCODE needs the O letter.
           DISPLAY "ACTION (LIST/ADD/FUNCS/SUSPEND/RESTORE/RESET"
              "/PASSCODE): " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION
           MOVE SPACES TO WS-IN-OPERATOR
           MOVE SPACES TO WS-IN-NAME
           MOVE SPACES TO WS-IN-FUNCS
           MOVE SPACES TO WS-IN-PASSCODE
           MOVE SPACES TO WS-NEW-PASSCODE-AGAIN
           IF WS-IN-ACTION NOT = "LIST" AND
              WS-IN-ACTION NOT = "PASSCODE" THEN
              DISPLAY "OPERATOR ID TO MAINTAIN: " WITH NO ADVANCING
              ACCEPT WS-IN-OPERATOR
           END-IF
           IF WS-IN-ACTION = "ADD" THEN
              DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
              ACCEPT WS-IN-NAME
           END-IF
           IF WS-IN-ACTION = "ADD" OR WS-IN-ACTION = "FUNCS" THEN
              DISPLAY "FUNCTION LETTERS: " WITH NO ADVANCING
              ACCEPT WS-IN-FUNCS
           END-IF
           IF WS-IN-ACTION = "ADD" OR WS-IN-ACTION = "RESET" OR
              WS-IN-ACTION = "PASSCODE" THEN
              DISPLAY "NEW PASSCODE: " WITH NO ADVANCING
              ACCEPT WS-IN-PASSCODE
              DISPLAY "NEW PASSCODE AGAIN: " WITH NO ADVANCING
              ACCEPT WS-NEW-PASSCODE-AGAIN
           END-IF
           IF WS-IN-PASSCODE NOT = WS-NEW-PASSCODE-AGAIN THEN
              DISPLAY "THE TWO PASSCODES DIFFER - NOTHING DONE"
           ELSE
              MOVE SPACES TO CONSOLE-REQUEST-REC
              MOVE "OPERATOR-MAINT" TO CRQ-PROGRAM
              MOVE WS-IN-ACTION TO CRQ-FIELDS(1:8)
              MOVE WS-IN-OPERATOR TO CRQ-FIELDS(9:10)
              MOVE WS-IN-NAME TO CRQ-FIELDS(19:20)
              MOVE WS-IN-FUNCS TO CRQ-FIELDS(39:10)
              MOVE WS-IN-PASSCODE TO CRQ-FIELDS(49:10)
              PERFORM WRITE-CONSOLE-REQUEST
              MOVE "OPERATOR-MAINT" TO WS-CALLED-NAME
              PERFORM CALL-FRONTED-PROGRAM
              IF WS-IN-ACTION = "PASSCODE" THEN
                 MOVE WS-IN-PASSCODE TO WS-NEW-PASSCODE
                 PERFORM ADOPT-NEW-PASSCODE
              END-IF
           END-IF.
       END-FRONT-OPERATOR-MAINT.


       FRONT-RUN-APPROVAL.
      * The second-operator approvals: FILE a request for an
      * erasure, a merge, a period reopen or a business date
      * override, LIST the file, or APPROVE or DECLINE somebody
      * else's request (which needs the A letter).
           DISPLAY "ACTION (LIST/FILE/APPROVE/DECLINE): "
              WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION
           MOVE SPACES TO WS-IN-FOR
           MOVE SPACES TO WS-IN-PARAMS
           MOVE SPACES TO WS-IN-ID
           IF WS-IN-ACTION = "FILE" THEN
              DISPLAY "FOR (ERASE/MERGE/REOPEN/DATESET): "
                 WITH NO ADVANCING
              ACCEPT WS-IN-FOR
              MOVE FUNCTION UPPER-CASE(WS-IN-FOR) TO WS-IN-FOR
              EVALUATE WS-IN-FOR
                 WHEN "ERASE"
                    DISPLAY "PLAYER ID TO ERASE: " WITH NO ADVANCING
                    ACCEPT WS-IN-ID
                    MOVE WS-IN-ID TO WS-IN-PARAMS(1:6)
                 WHEN "MERGE"
                    DISPLAY "SURVIVOR PLAYER ID: " WITH NO ADVANCING
                    ACCEPT WS-IN-ID
                    MOVE WS-IN-ID TO WS-IN-PARAMS(1:6)
                    DISPLAY "DUPLICATE PLAYER ID: " WITH NO ADVANCING
                    ACCEPT WS-IN-ID
                    MOVE WS-IN-ID TO WS-IN-PARAMS(7:6)
                 WHEN "REOPEN"
                    DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
                    ACCEPT WS-IN-PARAMS
                 WHEN "DATESET"
                    DISPLAY "BUSINESS DATE (YYYYMMDD): "
                       WITH NO ADVANCING
                    ACCEPT WS-IN-PARAMS
              END-EVALUATE
              MOVE SPACES TO WS-IN-ID
           END-IF
           IF WS-IN-ACTION = "APPROVE" OR WS-IN-ACTION = "DECLINE"
              THEN
              DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING
              ACCEPT WS-IN-ID
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "RUN-APPROVAL" TO CRQ-PROGRAM
           MOVE WS-IN-ACTION TO CRQ-FIELDS(1:8)
           MOVE WS-IN-FOR TO CRQ-FIELDS(9:8)
           MOVE WS-IN-PARAMS TO CRQ-FIELDS(17:20)
           MOVE WS-IN-ID TO CRQ-FIELDS(37:6)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "RUN-APPROVAL" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-RUN-APPROVAL.


       FRONT-REPORT-PICKUP.
      * The pickup desk: LIST a night's distribution register,
      * COLLECT (sign for) a report, or print the EXCEPTIONS list
      * of reports still waiting. A blank date lists tonight's
      * register, or on a pickup takes every copy still waiting.
           DISPLAY "ACTION (LIST/COLLECT/EXCEPTIONS): "
              WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION
           MOVE SPACES TO WS-IN-REPORT
           MOVE SPACES TO WS-IN-DATE
           IF WS-IN-ACTION = "COLLECT" THEN
              DISPLAY "REPORT NAME: " WITH NO ADVANCING
              ACCEPT WS-IN-REPORT
              MOVE FUNCTION UPPER-CASE(WS-IN-REPORT) TO WS-IN-REPORT
           END-IF
           IF WS-IN-ACTION = "COLLECT" OR WS-IN-ACTION = "LIST" THEN
              DISPLAY "BUSINESS DATE (YYYYMMDD OR BLANK): "
                 WITH NO ADVANCING
              ACCEPT WS-IN-DATE
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "REPORT-PICKUP" TO CRQ-PROGRAM
           MOVE WS-IN-ACTION TO CRQ-FIELDS(1:10)
           MOVE WS-IN-REPORT TO CRQ-FIELDS(11:8)
           MOVE WS-IN-DATE TO CRQ-FIELDS(19:8)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "REPORT-PICKUP" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-REPORT-PICKUP.


       FRONT-LOG-SEARCH.
      * Any of run id, program, severity, business date range and a
      * text fragment; a blank answer leaves that one out, but at
      * least one has to be given.
           DISPLAY "RUN ID: " WITH NO ADVANCING
           ACCEPT WS-IN-RUN
           DISPLAY "PROGRAM: " WITH NO ADVANCING
           ACCEPT WS-IN-NAME
           MOVE FUNCTION UPPER-CASE(WS-IN-NAME) TO WS-IN-NAME
           DISPLAY "SEVERITY (I/W/R/E): " WITH NO ADVANCING
           ACCEPT WS-IN-SEVERITY
           MOVE FUNCTION UPPER-CASE(WS-IN-SEVERITY) TO WS-IN-SEVERITY
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-DATE
           DISPLAY "TO BUSINESS DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-TO-DATE
           DISPLAY "TEXT: " WITH NO ADVANCING
           ACCEPT WS-IN-TEXT
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "LOG-SEARCH" TO CRQ-PROGRAM
           MOVE WS-IN-RUN TO CRQ-FIELDS(1:6)
           MOVE WS-IN-NAME TO CRQ-FIELDS(7:20)
           MOVE WS-IN-SEVERITY TO CRQ-FIELDS(27:1)
           MOVE WS-IN-DATE TO CRQ-FIELDS(28:8)
           MOVE WS-IN-TO-DATE TO CRQ-FIELDS(36:8)
           MOVE WS-IN-TEXT TO CRQ-FIELDS(44:30)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "LOG-SEARCH" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-LOG-SEARCH.


       FRONT-DORMANT-PLAYERS.
      * LIST the players who have not played in the past year, or
      * DEACTIVATE the ones on that list -- the operator confirms by
      * giving the run id the list was printed under.
           DISPLAY "ACTION (LIST/DEACTIVATE): " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION
           MOVE SPACES TO WS-IN-RUN
           IF WS-IN-ACTION = "DEACTIVATE" THEN
              DISPLAY "RUN ID OF THE LIST BEING CONFIRMED: "
                 WITH NO ADVANCING
              ACCEPT WS-IN-RUN
              PERFORM ASK-WINDOW-OVERRIDE
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "DORMANT-PLAYERS" TO CRQ-PROGRAM
           MOVE WS-IN-ACTION TO CRQ-FIELDS(1:10)
           MOVE WS-IN-RUN TO CRQ-FIELDS(11:6)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "DORMANT-PLAYERS" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-DORMANT-PLAYERS.


       FRONT-ROSTER-IMPORT.
      * Load the players and teams on the spreadsheet file, or with
      * a trial run just check them and print what would happen.
           DISPLAY "TRIAL RUN ONLY (Y/N): " WITH NO ADVANCING
           ACCEPT WS-IN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
           MOVE SPACES TO WS-IN-WINDOW-WHY
           IF WS-IN-TYPE NOT = "Y" THEN
              MOVE "N" TO WS-IN-TYPE
              PERFORM ASK-WINDOW-OVERRIDE
           END-IF
           MOVE SPACES TO CONSOLE-REQUEST-REC
           MOVE "ROSTER-IMPORT" TO CRQ-PROGRAM
           MOVE WS-IN-TYPE TO CRQ-FIELDS(1:1)
           PERFORM WRITE-CONSOLE-REQUEST
           MOVE "ROSTER-IMPORT" TO WS-CALLED-NAME
           PERFORM CALL-FRONTED-PROGRAM.
       END-FRONT-ROSTER-IMPORT.


       ASK-WINDOW-OVERRIDE.
      * While the night's chain holds the batch window the update
      * will be refused; an operator holding the W letter can give
      * a reason to push an emergency change through, and the
      * program it goes to logs it.
           MOVE SPACES TO WS-IN-WINDOW-WHY
           OPEN INPUT BATCH-WINDOW
           IF WS-WINDOW-STATUS = "00" THEN
              READ BATCH-WINDOW
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BWN-STATE = "S" THEN
                       DISPLAY "BATCH WINDOW SET SINCE "
                          BWN-CHANGED-ON " " BWN-CHANGED-AT
                          " - UPDATES WAIT"
                       DISPLAY "EMERGENCY OVERRIDE REASON "
                          "(BLANK FOR NONE): " WITH NO ADVANCING
                       ACCEPT WS-IN-WINDOW-WHY
                    END-IF
              END-READ
              CLOSE BATCH-WINDOW
           END-IF.
       END-ASK-WINDOW-OVERRIDE.


       WRITE-CONSOLE-REQUEST.
      * The handoff is rewritten whole before every call; exactly
      * one request is ever on it, carrying the signed-on operator.
           MOVE WS-OPERATOR TO CRQ-OPERATOR
           MOVE WS-PASSCODE TO CRQ-PASSCODE
           MOVE WS-IN-WINDOW-WHY TO CRQ-WINDOW-WHY
           OPEN OUTPUT CONSOLE-REQUEST
           WRITE CONSOLE-REQUEST-REC
           CLOSE CONSOLE-REQUEST.
                    FUNCTION TRIM(WS-CALLED-NAME)
           END-CALL
           CANCEL WS-CALLED-NAME
           PERFORM EMPTY-CONSOLE-REQUEST
           MOVE SPACES TO WS-IN-WINDOW-WHY
           MOVE 0 TO RETURN-CODE.
       END-CALL-FRONTED-PROGRAM.

      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "OPERATOR-CONSOLE - " WS-CALLS-MADE
              " PROGRAM(S) FRONTED FOR " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
