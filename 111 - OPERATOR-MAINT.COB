       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The operator master: who may run which maintenance
      * function. A record per operator carries the function
      * letters they hold; a destructive action checks here before
      * it runs, and the audit trails say who, not just what.
      * This program is the only writer besides the sign-on check
      * itself, which files failed counts and lockouts.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
      * One line per applied change: who did what to which operator,
      * from what to what. A passcode itself never lands here.
           SELECT OPERATOR-AUDIT ASSIGN TO "OPERAUDT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      * The one-record handoff the operator console leaves before
      * it calls this program: the answers the operator typed at
      * the menu. A standalone run, with no request on file or one
      * left for some other program, carries on from its
      * working-storage switches exactly as it always has.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           SELECT DAILY-OPERATIONS-LOG ASSIGN TO "DAILYOPS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DAILYLOG-STATUS.
      * Every rejected input across the validation-style programs lands
      * here too, so ops can see what got turned away without tailing
      * each program's own DISPLAY output.
           SELECT REJECTED-INPUT-LOG ASSIGN TO "REJECTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECTLOG-STATUS.
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, F urgent
      * referral follow-up, M patient merge, Q lab QC sign-off, S
      * held-score review, E league pot, D score dispute, U member
      * dues, O operator maintenance, A approval of destructive
      * runs, W update through the batch window.
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
       FD  OPERATOR-AUDIT.
       01 OPERATOR-AUDIT-REC PIC X(100).
       FD  CONSOLE-REQUEST.
       01 CONSOLE-REQUEST-REC.
           05 CRQ-PROGRAM PIC X(20).
           05 CRQ-FIELDS  PIC X(100).
      * Who the console signed on, passed with every request so
      * this program's own sign-on check sees the same operator.
           05 CRQ-OPERATOR PIC X(10).
           05 CRQ-PASSCODE PIC X(10).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * WS-ACTION says what this call is doing: LIST the master,
      * ADD an operator, replace one's function letters with FUNCS,
      * SUSPEND one or RESTORE a suspended one, or RESET a passcode
      * (which also lifts a lockout). Those all need the O letter.
      * PASSCODE is an operator changing their own, for which the
      * current passcode is enough -- even an expired one.
       01 WS-ACTION       PIC X(8) VALUE SPACES.
      * The operator the change is aimed at, and the values ADD,
      * FUNCS, RESET and PASSCODE need.
       01 WS-TARGET       PIC X(10) VALUE SPACES.
       01 WS-TARGET-NAME  PIC X(20) VALUE SPACES.
       01 WS-TARGET-FUNCS PIC X(10) VALUE SPACES.
       01 WS-NEW-PASSCODE PIC X(10) VALUE SPACES.
      * Who is running this call, and the passcode they sign on
      * with.
       01 WS-OPERATOR     PIC X(10) VALUE SPACES.
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
      * Until someone active holds the O letter with a passcode
      * issued, nobody could ever sign on to change that, so the
      * master is maintained unchecked -- the same arrangement as
      * having no master on file at all.
       01 WS-SUPERVISED   PIC X.
      * Every function letter some program checks for; FUNCS and
      * ADD refuse any other.
       01 WS-KNOWN-FUNCS  PIC X(14) VALUE "PRBJFMQSEDUOAW".
       01 WS-MIN-PASS-LEN PIC 99 VALUE 6.
       01 WS-PASS-LEN     PIC 99.
       01 WS-FUNC-IDX     PIC 99.
       01 WS-TARGET-IDX   PIC 999.
       01 WS-REASON       PIC X(35) VALUE SPACES.
       01 WS-CONREQ-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-AUDIT-DATE   PIC X(8).
       01 WS-AUDIT-TIME   PIC X(6).
       01 WS-OLD-TEXT     PIC X(20).
       01 WS-NEW-TEXT     PIC X(20).
       01 WS-STATE-TEXT   PIC X(9).
       01 WS-PASS-TEXT    PIC X(22).
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
      * warning, R reject, E error -- and every run brackets itself
      * with a RUN START / RUN END pair.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-REJECTLOG-STATUS PIC XX.
       01 WS-BUSI-STATUS  PIC XX.
       01 WS-BUSI-DATE    PIC X(8) VALUE SPACES.
       01 WS-LOG-DATE     PIC X(8).
       01 WS-LOG-TIME     PIC X(8).
       01 WS-RUN-ID       PIC X(6) VALUE SPACES.
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).

       PROCEDURE DIVISION.
       OPERATOR-MAINT.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           PERFORM LOAD-OPERATOR-MASTER
           PERFORM CHECK-SUPERVISED
           IF WS-ACTION NOT = "LIST" AND WS-ACTION NOT = "PASSCODE"
              AND WS-ACTION NOT = SPACES AND WS-SUPERVISED = "Y" THEN
              MOVE "O" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR OPERATORS" TO
                    WS-REASON
                 DISPLAY "REFUSED: " WS-REASON ": " WS-OPERATOR
                 PERFORM LOG-REJECTED-INPUT
                 MOVE "LIST" TO WS-ACTION
              END-IF
           END-IF
           EVALUATE WS-ACTION
              WHEN "LIST"
                 PERFORM LIST-OPERATORS
              WHEN "ADD"
                 PERFORM ADD-OPERATOR
              WHEN "FUNCS"
                 PERFORM CHANGE-OPERATOR-FUNCS
              WHEN "SUSPEND"
                 PERFORM SUSPEND-OPERATOR
              WHEN "RESTORE"
                 PERFORM RESTORE-OPERATOR
              WHEN "RESET"
                 PERFORM RESET-OPERATOR-PASSCODE
              WHEN "PASSCODE"
                 PERFORM CHANGE-OWN-PASSCODE
              WHEN OTHER
                 MOVE "UNKNOWN OPERATOR ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-REASON = SPACES AND WS-ACTION NOT = "LIST" THEN
              PERFORM SAVE-OPERATOR-MASTER
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-OPERATOR-MAINT.


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
           STRING "OPERATOR-MAINT - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       CHECK-SUPERVISED.
           MOVE "N" TO WS-SUPERVISED
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
              WS-OPER-IDX > WS-OPER-COUNT
              MOVE 0 TO WS-FUNC-TALLY
              INSPECT WS-OPR-FUNCS(WS-OPER-IDX) TALLYING
                 WS-FUNC-TALLY FOR ALL "O"
              IF WS-FUNC-TALLY > 0 AND
                 WS-OPR-STATE(WS-OPER-IDX) = "A" AND
                 WS-OPR-PASSCODE(WS-OPER-IDX) NOT = SPACES THEN
                 MOVE "Y" TO WS-SUPERVISED
              END-IF
           END-PERFORM.
       END-CHECK-SUPERVISED.


       LIST-OPERATORS.
      * The passcode itself is never shown, only whether one is
      * issued and how old it is.
           DISPLAY "OPERATOR MASTER (" WS-OPER-COUNT " ON FILE)"
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
              WS-OPER-IDX > WS-OPER-COUNT
              EVALUATE WS-OPR-STATE(WS-OPER-IDX)
                 WHEN "S"
                    MOVE "SUSPENDED" TO WS-STATE-TEXT
                 WHEN "L"
                    MOVE "LOCKED" TO WS-STATE-TEXT
                 WHEN OTHER
                    MOVE "ACTIVE" TO WS-STATE-TEXT
              END-EVALUATE
              MOVE WS-OPER-IDX TO WS-OPER-FOUND
              MOVE SPACES TO WS-SIGNON-WHY
              MOVE SPACES TO WS-PASS-TEXT
              EVALUATE TRUE
                 WHEN WS-OPR-PASSCODE(WS-OPER-IDX) = SPACES
                    MOVE "PASSCODE NOT ISSUED" TO WS-PASS-TEXT
                 WHEN WS-OPR-PASS-SET(WS-OPER-IDX) = "00000000"
                    MOVE "PASSCODE TO BE CHANGED" TO WS-PASS-TEXT
                 WHEN OTHER
                    PERFORM CHECK-PASSCODE-AGE
                    IF WS-SIGNON-WHY = SPACES THEN
                       STRING "PASSCODE SET "
                          WS-OPR-PASS-SET(WS-OPER-IDX)
                          DELIMITED BY SIZE INTO WS-PASS-TEXT
                    ELSE
                       MOVE "PASSCODE EXPIRED" TO WS-PASS-TEXT
                    END-IF
              END-EVALUATE
              DISPLAY WS-OPR-ID(WS-OPER-IDX) " "
                 WS-OPR-NAME(WS-OPER-IDX) " "
                 WS-OPR-FUNCS(WS-OPER-IDX) " " WS-STATE-TEXT " "
                 WS-PASS-TEXT " FAILS " WS-OPR-FAILS(WS-OPER-IDX)
           END-PERFORM.
       END-LIST-OPERATORS.


       ADD-OPERATOR.
      * A new operator needs an id, a name and a first passcode;
      * the passcode is issued already expired, so the operator
      * picks their own before it is any use.
           IF WS-TARGET = SPACES OR WS-TARGET-NAME = SPACES THEN
              MOVE "ADD NEEDS OPERATOR ID AND NAME" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-TARGET-OPERATOR
              IF WS-TARGET-IDX > 0 THEN
                 MOVE "OPERATOR ID ALREADY ON MASTER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-OPER-COUNT >= 100 THEN
              MOVE "OPERATOR MASTER FULL" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VALIDATE-FUNCTION-LETTERS
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VALIDATE-NEW-PASSCODE
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-TARGET
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-OPER-COUNT
              MOVE WS-OPER-COUNT TO WS-TARGET-IDX
              MOVE WS-TARGET TO WS-OPR-ID(WS-TARGET-IDX)
              MOVE WS-TARGET-NAME TO WS-OPR-NAME(WS-TARGET-IDX)
              MOVE WS-TARGET-FUNCS TO WS-OPR-FUNCS(WS-TARGET-IDX)
              MOVE "A" TO WS-OPR-STATE(WS-TARGET-IDX)
              PERFORM ISSUE-TARGET-PASSCODE
              MOVE "(NONE)" TO WS-OLD-TEXT
              MOVE WS-TARGET-FUNCS TO WS-NEW-TEXT
              PERFORM LOG-OPERATOR-AUDIT
              DISPLAY "OPERATOR ADDED " WS-TARGET " "
                 WS-TARGET-NAME " " WS-TARGET-FUNCS
           END-IF.
       END-ADD-OPERATOR.


       CHANGE-OPERATOR-FUNCS.
      * The letters given replace the ones held. An operator can't
      * take the O letter off themselves, so the master is never
      * left with nobody able to maintain it by accident.
           PERFORM FIND-TARGET-OPERATOR
           IF WS-TARGET-IDX = 0 THEN
              MOVE "OPERATOR ID NOT ON MASTER" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VALIDATE-FUNCTION-LETTERS
           END-IF
           IF WS-REASON = SPACES AND WS-TARGET = WS-OPERATOR AND
              WS-SUPERVISED = "Y" THEN
              MOVE 0 TO WS-FUNC-TALLY
              INSPECT WS-TARGET-FUNCS TALLYING WS-FUNC-TALLY
                 FOR ALL "O"
              IF WS-FUNC-TALLY = 0 THEN
                 MOVE "CANNOT DROP YOUR OWN O LETTER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-TARGET
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE WS-OPR-FUNCS(WS-TARGET-IDX) TO WS-OLD-TEXT
              MOVE WS-TARGET-FUNCS TO WS-OPR-FUNCS(WS-TARGET-IDX)
              MOVE WS-TARGET-FUNCS TO WS-NEW-TEXT
              PERFORM LOG-OPERATOR-AUDIT
              DISPLAY "FUNCTIONS CHANGED " WS-TARGET " "
                 WS-OLD-TEXT " TO " WS-TARGET-FUNCS
           END-IF.
       END-CHANGE-OPERATOR-FUNCS.


       SUSPEND-OPERATOR.
           PERFORM FIND-TARGET-OPERATOR
           IF WS-TARGET-IDX = 0 THEN
              MOVE "OPERATOR ID NOT ON MASTER" TO WS-REASON
           ELSE
              IF WS-OPR-STATE(WS-TARGET-IDX) = "S" THEN
                 MOVE "OPERATOR ALREADY SUSPENDED" TO WS-REASON
              END-IF
              IF WS-TARGET = WS-OPERATOR THEN
                 MOVE "CANNOT SUSPEND YOURSELF" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-TARGET
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE WS-OPR-STATE(WS-TARGET-IDX) TO WS-OLD-TEXT
              MOVE "S" TO WS-OPR-STATE(WS-TARGET-IDX)
              MOVE "S" TO WS-NEW-TEXT
              PERFORM LOG-OPERATOR-AUDIT
              DISPLAY "OPERATOR SUSPENDED " WS-TARGET
           END-IF.
       END-SUSPEND-OPERATOR.


       RESTORE-OPERATOR.
      * Only a suspension is lifted here; a lockout comes off with
      * a passcode RESET, since the old passcode is suspect.
           PERFORM FIND-TARGET-OPERATOR
           IF WS-TARGET-IDX = 0 THEN
              MOVE "OPERATOR ID NOT ON MASTER" TO WS-REASON
           ELSE
              IF WS-OPR-STATE(WS-TARGET-IDX) NOT = "S" THEN
                 MOVE "OPERATOR NOT SUSPENDED" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-TARGET
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE "S" TO WS-OLD-TEXT
              MOVE "A" TO WS-OPR-STATE(WS-TARGET-IDX)
              MOVE "A" TO WS-NEW-TEXT
              PERFORM LOG-OPERATOR-AUDIT
              DISPLAY "OPERATOR RESTORED " WS-TARGET
           END-IF.
       END-RESTORE-OPERATOR.


       RESET-OPERATOR-PASSCODE.
      * Issues a fresh passcode, expired like a new operator's,
      * clears the failed count and lifts a lockout. A suspended
      * operator stays suspended.
           PERFORM FIND-TARGET-OPERATOR
           IF WS-TARGET-IDX = 0 THEN
              MOVE "OPERATOR ID NOT ON MASTER" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VALIDATE-NEW-PASSCODE
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-TARGET
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE WS-OPR-STATE(WS-TARGET-IDX) TO WS-OLD-TEXT
              IF WS-OPR-STATE(WS-TARGET-IDX) = "L" THEN
                 MOVE "A" TO WS-OPR-STATE(WS-TARGET-IDX)
              END-IF
              PERFORM ISSUE-TARGET-PASSCODE
              MOVE WS-OPR-STATE(WS-TARGET-IDX) TO WS-NEW-TEXT
              PERFORM LOG-OPERATOR-AUDIT
              DISPLAY "PASSCODE RESET " WS-TARGET
                 " - TO BE CHANGED AT FIRST SIGN-ON"
           END-IF.
       END-RESET-OPERATOR-PASSCODE.


       CHANGE-OWN-PASSCODE.
      * The operator proves the current passcode -- a wrong one
      * counts toward the lockout like any sign-on -- and picks a
      * new one, which runs its full term from today.
           MOVE WS-OPERATOR TO WS-TARGET
           PERFORM FIND-TARGET-OPERATOR
           IF WS-TARGET-IDX = 0 THEN
              MOVE "OPERATOR ID NOT ON MASTER" TO WS-REASON
           ELSE
              EVALUATE TRUE
                 WHEN WS-OPR-STATE(WS-TARGET-IDX) = "S"
                    MOVE "OPERATOR SUSPENDED" TO WS-REASON
                 WHEN WS-OPR-STATE(WS-TARGET-IDX) = "L"
                    MOVE "OPERATOR LOCKED OUT" TO WS-REASON
                 WHEN WS-OPR-PASSCODE(WS-TARGET-IDX) = SPACES
                    MOVE "NO PASSCODE ISSUED" TO WS-REASON
                 WHEN OTHER
                    MOVE WS-TARGET-IDX TO WS-OPER-FOUND
                    MOVE SPACES TO WS-SIGNON-WHY
                    PERFORM MATCH-OPERATOR-PASSCODE
                    MOVE WS-SIGNON-WHY TO WS-REASON
              END-EVALUATE
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VALIDATE-NEW-PASSCODE
           END-IF
           IF WS-REASON = SPACES AND WS-NEW-PASSCODE = WS-PASSCODE
              THEN
              MOVE "NEW PASSCODE SAME AS THE OLD" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-TARGET
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM ISSUE-TARGET-PASSCODE
              MOVE WS-SIGNON-TODAY TO
                 WS-OPR-PASS-SET(WS-TARGET-IDX)
              MOVE "PASSCODE" TO WS-OLD-TEXT
              MOVE "PASSCODE" TO WS-NEW-TEXT
              PERFORM LOG-OPERATOR-AUDIT
              DISPLAY "PASSCODE CHANGED " WS-TARGET
           END-IF.
       END-CHANGE-OWN-PASSCODE.


       FIND-TARGET-OPERATOR.
           MOVE 0 TO WS-TARGET-IDX
           IF WS-TARGET NOT = SPACES THEN
              PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
                 WS-OPER-IDX > WS-OPER-COUNT
                 IF WS-OPR-ID(WS-OPER-IDX) = WS-TARGET THEN
                    MOVE WS-OPER-IDX TO WS-TARGET-IDX
                 END-IF
              END-PERFORM
           END-IF.
       END-FIND-TARGET-OPERATOR.


       VALIDATE-FUNCTION-LETTERS.
      * Upper-cased, and every letter given has to be one some
      * program actually checks for.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-FUNCS) TO
              WS-TARGET-FUNCS
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1 UNTIL
              WS-FUNC-IDX > 10
              IF WS-TARGET-FUNCS(WS-FUNC-IDX:1) NOT = SPACE THEN
                 MOVE 0 TO WS-FUNC-TALLY
                 INSPECT WS-KNOWN-FUNCS TALLYING WS-FUNC-TALLY
                    FOR ALL WS-TARGET-FUNCS(WS-FUNC-IDX:1)
                 IF WS-FUNC-TALLY = 0 THEN
                    MOVE "FUNCTION LETTER NOT KNOWN" TO WS-REASON
                 END-IF
              END-IF
           END-PERFORM.
       END-VALIDATE-FUNCTION-LETTERS.


       VALIDATE-NEW-PASSCODE.
      * At least WS-MIN-PASS-LEN characters with no spaces inside,
      * and not simply the operator id again.
           MOVE 0 TO WS-PASS-LEN
           INSPECT WS-NEW-PASSCODE TALLYING WS-PASS-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PASS-LEN < WS-MIN-PASS-LEN THEN
              MOVE "PASSCODE TOO SHORT" TO WS-REASON
           ELSE
              IF WS-PASS-LEN < 10 THEN
                 IF WS-NEW-PASSCODE(WS-PASS-LEN + 1:) NOT = SPACES
                    THEN
                    MOVE "PASSCODE MAY NOT HOLD SPACES" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-NEW-PASSCODE = WS-TARGET THEN
              MOVE "PASSCODE MAY NOT BE THE ID" TO WS-REASON
           END-IF.
       END-VALIDATE-NEW-PASSCODE.


       ISSUE-TARGET-PASSCODE.
      * Files the scrambled form of WS-NEW-PASSCODE against the
      * target id, issued expired and with a clean failed count;
      * a change of one's own passcode stamps today over the date.
           MOVE WS-NEW-PASSCODE TO WS-PASS-MIX(1:10)
           MOVE WS-TARGET TO WS-PASS-MIX(11:10)
           PERFORM SCRAMBLE-PASSCODE
           MOVE WS-PASS-CHECK TO WS-OPR-PASSCODE(WS-TARGET-IDX)
           MOVE "00000000" TO WS-OPR-PASS-SET(WS-TARGET-IDX)
           MOVE 0 TO WS-OPR-FAILS(WS-TARGET-IDX).
       END-ISSUE-TARGET-PASSCODE.


       LOG-OPERATOR-AUDIT.
      * Who changed what, when, from what to what -- one line per
      * applied change, creating the audit file on the first write.
           OPEN EXTEND OPERATOR-AUDIT
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              CLOSE OPERATOR-AUDIT
              OPEN OUTPUT OPERATOR-AUDIT
           END-IF
           MOVE SPACES TO OPERATOR-AUDIT-REC
           STRING WS-AUDIT-DATE " " WS-AUDIT-TIME " "
              WS-OPERATOR " " WS-ACTION " " WS-TARGET
              " OLD " WS-OLD-TEXT " NEW " WS-NEW-TEXT
              DELIMITED BY SIZE INTO OPERATOR-AUDIT-REC
           WRITE OPERATOR-AUDIT-REC
           CLOSE OPERATOR-AUDIT.
       END-LOG-OPERATOR-AUDIT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "OPERATOR-MAINT - ACTION " WS-ACTION
              " BY " WS-OPERATOR
              " - OPERATORS " WS-OPER-COUNT
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "OPERATOR-MAINT - REJECTED - " WS-REASON
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "R" TO WS-LOG-SEVERITY
           PERFORM WRITE-REJECT-LINE.
       END-LOG-REJECTED-INPUT.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "OPERATOR-MAINT" AND
                       WS-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:8) TO WS-ACTION
                       MOVE CRQ-FIELDS(9:10) TO WS-TARGET
                       MOVE CRQ-FIELDS(19:20) TO WS-TARGET-NAME
                       MOVE CRQ-FIELDS(39:10) TO WS-TARGET-FUNCS
                       MOVE CRQ-FIELDS(49:10) TO WS-NEW-PASSCODE
                       IF WS-OPERATOR = SPACES THEN
                          MOVE CRQ-OPERATOR TO WS-OPERATOR
                       END-IF
                       IF WS-PASSCODE = SPACES THEN
                          MOVE CRQ-PASSCODE TO WS-PASSCODE
                       END-IF
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.




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
           MOVE "OPERATOR-MAINT - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "OPERATOR-MAINT - RUN END" TO WS-LOG-TEXT
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
