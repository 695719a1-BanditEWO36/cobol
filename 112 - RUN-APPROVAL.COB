       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-APPROVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The pending-approval file. PLAYER-ERASE, PLAYER-MERGE, a
      * MONTH-END-CLOSE reopen and a BUSINESS-DATE override each
      * change history for good, so none of them runs on one
      * person's say-so: the operator who wants one FILEs it here
      * with its parameters, a different operator holding the A
      * letter approves or declines it, and the program itself
      * refuses to run without an unused approval that matches,
      * marking it used as it goes. Records are never removed; the
      * file is the record of who asked and who agreed.
           SELECT RUN-APPROVALS ASSIGN TO "APPRVPND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPROVAL-STATUS.
      * The staging side of a decision: the file is renamed aside
      * and streamed back with the one request changed.
           SELECT APPROVAL-STAGE ASSIGN TO "APPRVSTG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APVSTAGE-STATUS.
      * The operator master the sign-on check reads: filing needs a
      * good sign-on, deciding needs the A letter as well.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
      * The one-record handoff the operator console leaves before
      * it calls this program: the answers the operator typed at
      * the menu. A standalone run, with no request on file or one
      * left for some other program, carries on from its
      * working-storage switches.
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
      * APV-ACTION is ERASE, MERGE, REOPEN or DATESET; APV-PARAMS
      * is what it runs against -- the player id, the survivor id
      * then the duplicate id, the YYYYMM period, or the YYYYMMDD
      * date. APV-STATE is P pending, A approved, D declined, U
      * used. The decision and the use are each stamped with the
      * calendar date and who made them.
       FD  RUN-APPROVALS.
       01 RUN-APPROVALS-REC.
           05 APV-ID         PIC 9(6).
           05 APV-ACTION     PIC X(8).
           05 APV-PARAMS     PIC X(20).
           05 APV-STATE      PIC X.
           05 APV-REQUESTER  PIC X(10).
           05 APV-FILED-ON   PIC X(8).
           05 APV-APPROVER   PIC X(10).
           05 APV-DECIDED-ON PIC X(8).
           05 APV-USED-ON    PIC X(8).
           05 APV-USED-BY    PIC X(10).
       FD  APPROVAL-STAGE.
       01 APPROVAL-STAGE-REC PIC X(89).
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
      * WS-ACTION says what this call is doing: FILE a request,
      * LIST the file, or APPROVE or DECLINE a pending request.
       01 WS-ACTION       PIC X(8) VALUE SPACES.
      * What a FILE asks for, and the request number APPROVE and
      * DECLINE act on.
       01 WS-RUN-ACTION   PIC X(8) VALUE SPACES.
       01 WS-RUN-PARAMS   PIC X(20) VALUE SPACES.
       01 WS-REQUEST-ID   PIC X(6) VALUE SPACES.
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
      * How many calendar days an approval stays good after it is
      * given; the programs that use one count the same way.
       01 WS-APPROVAL-DAYS   PIC 99 VALUE 7.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-APVSTAGE-STATUS PIC XX.
       01 WS-APPROVAL-EOF    PIC X.
       01 WS-APPROVAL-TODAY  PIC X(8).
       01 WS-APPROVAL-AGE    PIC S9(7).
       01 WS-REQUEST-NUM  PIC 9(6) VALUE 0.
       01 WS-LAST-ID      PIC 9(6) VALUE 0.
       01 WS-OPEN-ID      PIC 9(6) VALUE 0.
       01 WS-REQUEST-FOUND PIC X.
       01 WS-LIST-COUNT   PIC 9(5) VALUE 0.
       01 WS-STATE-TEXT   PIC X(8).
       01 WS-PERIOD-MONTH PIC 99.
       01 WS-RENAME-FROM  PIC X(30).
       01 WS-RENAME-TO    PIC X(30).
       01 WS-REASON       PIC X(35) VALUE SPACES.
       01 WS-CONREQ-STATUS PIC XX.
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
       RUN-APPROVAL.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           ACCEPT WS-APPROVAL-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-RUN-ACTION) TO WS-RUN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-RUN-PARAMS) TO WS-RUN-PARAMS
           EVALUATE WS-ACTION
              WHEN "LIST"
                 PERFORM LIST-APPROVALS
              WHEN "FILE"
                 MOVE SPACE TO WS-NEEDED-FUNC
                 PERFORM CHECK-APPROVAL-SIGNON
                 IF WS-REASON = SPACES THEN
                    PERFORM FILE-APPROVAL-REQUEST
                 END-IF
              WHEN "APPROVE"
              WHEN "DECLINE"
                 MOVE "A" TO WS-NEEDED-FUNC
                 PERFORM CHECK-APPROVAL-SIGNON
                 IF WS-REASON = SPACES THEN
                    PERFORM DECIDE-APPROVAL-REQUEST
                 END-IF
              WHEN OTHER
                 MOVE "UNKNOWN APPROVAL ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-RUN-APPROVAL.


       CHECK-APPROVAL-SIGNON.
      * Both sides of an approval are signed, so a blank operator is
      * refused even where no operator master is on file yet.
           IF WS-OPERATOR = SPACES THEN
              MOVE "APPROVALS NEED A SIGNED OPERATOR" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 IF WS-NEEDED-FUNC = SPACE THEN
                    MOVE "OPERATOR NOT SIGNED ON" TO WS-REASON
                 ELSE
                    MOVE "OPERATOR NOT SIGNED FOR APPROVALS" TO
                       WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "REFUSED: " WS-REASON ": " WS-OPERATOR
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-CHECK-APPROVAL-SIGNON.


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
           STRING "RUN-APPROVAL - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       FILE-APPROVAL-REQUEST.
      * Filed pending under the next request number. The same
      * action on the same parameters can't be filed twice while an
      * earlier one is still pending or approved and unused.
           PERFORM VALIDATE-RUN-PARAMS
           IF WS-REASON = SPACES THEN
              PERFORM SCAN-APPROVALS
              IF WS-OPEN-ID NOT = 0 THEN
                 MOVE "SAME REQUEST ALREADY OPEN" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-RUN-ACTION " " WS-RUN-PARAMS
              IF WS-OPEN-ID NOT = 0 THEN
                 DISPLAY "   SEE REQUEST " WS-OPEN-ID
              END-IF
              PERFORM LOG-REJECTED-INPUT
           ELSE
              COMPUTE WS-REQUEST-NUM = WS-LAST-ID + 1
              OPEN EXTEND RUN-APPROVALS
              IF WS-APPROVAL-STATUS = "05" OR
                 WS-APPROVAL-STATUS = "35"
                 CLOSE RUN-APPROVALS
                 OPEN OUTPUT RUN-APPROVALS
              END-IF
              MOVE SPACES TO RUN-APPROVALS-REC
              MOVE WS-REQUEST-NUM TO APV-ID
              MOVE WS-RUN-ACTION TO APV-ACTION
              MOVE WS-RUN-PARAMS TO APV-PARAMS
              MOVE "P" TO APV-STATE
              MOVE WS-OPERATOR TO APV-REQUESTER
              MOVE WS-APPROVAL-TODAY TO APV-FILED-ON
              WRITE RUN-APPROVALS-REC
              CLOSE RUN-APPROVALS
              DISPLAY "REQUEST " WS-REQUEST-NUM " FILED - "
                 WS-RUN-ACTION " " WS-RUN-PARAMS
              DISPLAY "   AWAITING APPROVAL BY A SECOND OPERATOR"
           END-IF.
       END-FILE-APPROVAL-REQUEST.


       VALIDATE-RUN-PARAMS.
      * Each action's parameters in the shape its program takes
      * them, so an approval can only ever match a run that would
      * be accepted.
           EVALUATE WS-RUN-ACTION
              WHEN "ERASE"
                 IF WS-RUN-PARAMS(1:6) = SPACES OR
                    WS-RUN-PARAMS(7:14) NOT = SPACES THEN
                    MOVE "ERASE NEEDS ONE PLAYER ID" TO WS-REASON
                 END-IF
              WHEN "MERGE"
                 IF WS-RUN-PARAMS(1:6) = SPACES OR
                    WS-RUN-PARAMS(7:6) = SPACES OR
                    WS-RUN-PARAMS(13:8) NOT = SPACES OR
                    WS-RUN-PARAMS(1:6) = WS-RUN-PARAMS(7:6) THEN
                    MOVE "MERGE NEEDS TWO DIFFERENT PLAYER IDS" TO
                       WS-REASON
                 END-IF
              WHEN "REOPEN"
                 IF WS-RUN-PARAMS(1:6) IS NOT NUMERIC OR
                    WS-RUN-PARAMS(7:14) NOT = SPACES THEN
                    MOVE "REOPEN NEEDS A YYYYMM PERIOD" TO WS-REASON
                 ELSE
                    MOVE WS-RUN-PARAMS(5:2) TO WS-PERIOD-MONTH
                    IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       THEN
                       MOVE "REOPEN NEEDS A YYYYMM PERIOD" TO
                          WS-REASON
                    END-IF
                 END-IF
              WHEN "DATESET"
                 IF WS-RUN-PARAMS(1:8) IS NOT NUMERIC OR
                    WS-RUN-PARAMS(9:12) NOT = SPACES THEN
                    MOVE "DATESET NEEDS A YYYYMMDD DATE" TO WS-REASON
                 ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-RUN-PARAMS(1:8))) NOT = 0
                       THEN
                       MOVE "DATESET NEEDS A YYYYMMDD DATE" TO
                          WS-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "NOT AN ACTION THAT TAKES APPROVAL" TO
                    WS-REASON
           END-EVALUATE.
       END-VALIDATE-RUN-PARAMS.


       SCAN-APPROVALS.
      * One pass for the highest request number so far and any
      * request for the same thing still open.
           MOVE 0 TO WS-LAST-ID
           MOVE 0 TO WS-OPEN-ID
           MOVE "N" TO WS-APPROVAL-EOF
           OPEN INPUT RUN-APPROVALS
           IF WS-APPROVAL-STATUS = "00" THEN
              PERFORM UNTIL WS-APPROVAL-EOF = "Y"
                 READ RUN-APPROVALS
                    AT END
                       MOVE "Y" TO WS-APPROVAL-EOF
                    NOT AT END
                       IF APV-ID > WS-LAST-ID THEN
                          MOVE APV-ID TO WS-LAST-ID
                       END-IF
                       IF APV-ACTION = WS-RUN-ACTION AND
                          APV-PARAMS = WS-RUN-PARAMS THEN
                          PERFORM NAME-APPROVAL-STATE
                          IF WS-STATE-TEXT = "PENDING" OR
                             WS-STATE-TEXT = "APPROVED" THEN
                             MOVE APV-ID TO WS-OPEN-ID
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-APPROVALS
           END-IF.
       END-SCAN-APPROVALS.


       DECIDE-APPROVAL-REQUEST.
      * The file is renamed aside and streamed back with the one
      * request decided. Only a pending request can be decided, and
      * never by the operator who filed it.
           IF WS-REQUEST-ID = SPACES OR
              FUNCTION TEST-NUMVAL(WS-REQUEST-ID) NOT = 0 THEN
              MOVE "APPROVAL NEEDS A REQUEST NUMBER" TO WS-REASON
           ELSE
              COMPUTE WS-REQUEST-NUM = FUNCTION NUMVAL(WS-REQUEST-ID)
              MOVE "N" TO WS-REQUEST-FOUND
              MOVE "N" TO WS-APPROVAL-EOF
              MOVE "APPRVPND" TO WS-RENAME-FROM
              MOVE "APPRVSTG" TO WS-RENAME-TO
              CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM
                 WS-RENAME-TO
              IF RETURN-CODE = 0 THEN
                 OPEN INPUT APPROVAL-STAGE
                 OPEN OUTPUT RUN-APPROVALS
                 PERFORM UNTIL WS-APPROVAL-EOF = "Y"
                    READ APPROVAL-STAGE
                       AT END
                          MOVE "Y" TO WS-APPROVAL-EOF
                       NOT AT END
                          MOVE APPROVAL-STAGE-REC TO
                             RUN-APPROVALS-REC
                          IF APV-ID = WS-REQUEST-NUM THEN
                             PERFORM DECIDE-ONE-REQUEST
                          END-IF
                          WRITE RUN-APPROVALS-REC
                    END-READ
                 END-PERFORM
                 CLOSE APPROVAL-STAGE
                 CLOSE RUN-APPROVALS
                 OPEN OUTPUT APPROVAL-STAGE
                 CLOSE APPROVAL-STAGE
              END-IF
              IF WS-REQUEST-FOUND = "N" THEN
                 MOVE "REQUEST NOT ON FILE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-REQUEST-ID
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-DECIDE-APPROVAL-REQUEST.


       DECIDE-ONE-REQUEST.
           MOVE "Y" TO WS-REQUEST-FOUND
           EVALUATE TRUE
              WHEN APV-STATE NOT = "P"
                 MOVE "REQUEST NOT PENDING" TO WS-REASON
              WHEN APV-REQUESTER = WS-OPERATOR
                 MOVE "CANNOT DECIDE YOUR OWN REQUEST" TO WS-REASON
              WHEN OTHER
                 IF WS-ACTION = "APPROVE" THEN
                    MOVE "A" TO APV-STATE
                 ELSE
                    MOVE "D" TO APV-STATE
                 END-IF
                 MOVE WS-OPERATOR TO APV-APPROVER
                 MOVE WS-APPROVAL-TODAY TO APV-DECIDED-ON
                 DISPLAY "REQUEST " APV-ID " " FUNCTION TRIM(WS-ACTION)
                    "D - " APV-ACTION " " APV-PARAMS
                 DISPLAY "   FILED BY " APV-REQUESTER " ON "
                    APV-FILED-ON
           END-EVALUATE.
       END-DECIDE-ONE-REQUEST.


       LIST-APPROVALS.
      * Every request on file, oldest first, with where it stands.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-APPROVAL-EOF
           DISPLAY "RUN APPROVALS"
           OPEN INPUT RUN-APPROVALS
           IF WS-APPROVAL-STATUS = "00" THEN
              PERFORM UNTIL WS-APPROVAL-EOF = "Y"
                 READ RUN-APPROVALS
                    AT END
                       MOVE "Y" TO WS-APPROVAL-EOF
                    NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM NAME-APPROVAL-STATE
                       DISPLAY APV-ID " " APV-ACTION " " APV-PARAMS
                          " " WS-STATE-TEXT " BY " APV-REQUESTER
                          " " APV-FILED-ON
                       IF APV-STATE NOT = "P" THEN
                          DISPLAY "       DECIDED BY " APV-APPROVER
                             " " APV-DECIDED-ON
                       END-IF
                       IF APV-STATE = "U" THEN
                          DISPLAY "       USED " APV-USED-ON
                             " BY " APV-USED-BY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-APPROVALS
           END-IF
           DISPLAY WS-LIST-COUNT " REQUESTS ON FILE".
       END-LIST-APPROVALS.


       NAME-APPROVAL-STATE.
      * An approval past its days is shown EXPIRED; the programs
      * that use approvals skip it the same way.
           EVALUATE APV-STATE
              WHEN "P"
                 MOVE "PENDING" TO WS-STATE-TEXT
              WHEN "D"
                 MOVE "DECLINED" TO WS-STATE-TEXT
              WHEN "U"
                 MOVE "USED" TO WS-STATE-TEXT
              WHEN "A"
                 MOVE "APPROVED" TO WS-STATE-TEXT
                 IF APV-DECIDED-ON IS NUMERIC THEN
                    COMPUTE WS-APPROVAL-AGE =
                       FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(WS-APPROVAL-TODAY)) -
                       FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(APV-DECIDED-ON))
                    IF WS-APPROVAL-AGE > WS-APPROVAL-DAYS THEN
                       MOVE "EXPIRED" TO WS-STATE-TEXT
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-STATE-TEXT
           END-EVALUATE.
       END-NAME-APPROVAL-STATE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "RUN-APPROVAL - ACTION " WS-ACTION
              " REQUEST " WS-REQUEST-NUM " BY " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "RUN-APPROVAL - REJECTED - " WS-REASON
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
                    IF CRQ-PROGRAM = "RUN-APPROVAL" AND
                       WS-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:8) TO WS-ACTION
                       MOVE CRQ-FIELDS(9:8) TO WS-RUN-ACTION
                       MOVE CRQ-FIELDS(17:20) TO WS-RUN-PARAMS
                       MOVE CRQ-FIELDS(37:6) TO WS-REQUEST-ID
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
           MOVE "RUN-APPROVAL - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "RUN-APPROVAL - RUN END" TO WS-LOG-TEXT
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
