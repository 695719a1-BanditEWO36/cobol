      * period boundaries the PERIOD action answers for -- so a
      * holiday closure stops costing a hand-advance somebody has
      * to remember, and end-of-period steps can trigger
      * themselves. "L" records are the league nights FIXTURE-GEN
      * schedules a season onto; the date itself ignores them.
           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.

      * The pending-approval file RUN-APPROVAL keeps: this action
      * goes ahead only on a second operator's approval of exactly
      * these parameters, and marks that approval used as it does.
      * The file is renamed aside and streamed back, the same staged
      * handoff the merge and erasure passes use.
           SELECT RUN-APPROVALS ASSIGN TO "APPRVPND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT APPROVAL-STAGE ASSIGN TO "APPRVSTG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APVSTAGE-STATUS.
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
       FD  PROCESSING-CALENDAR.
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
      * One request per record, never removed: APV-ACTION is ERASE,
      * MERGE, REOPEN or DATESET and APV-PARAMS what it runs
      * against. APV-STATE is P pending, A approved, D declined,
      * U used.
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
       WORKING-STORAGE SECTION.
      * WS-ACTION: ADVANCE moves the date one day forward (seeding
      * it with the calendar date on the very first run), SET forces
      * the date in WS-OVERRIDE-DATE (how a failed night gets rerun
      * under the night it belongs to, and only on an approved
      * RUN-APPROVAL request for that date), SHOW just reports it.
       01 WS-ACTION        PIC X(8) VALUE SPACES.
       01 WS-OVERRIDE-DATE PIC X(8) VALUE SPACES.
      * Who is moving the shop's clock; SET and ADVANCE are checked
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

       01 WS-CONREQ-STATUS PIC XX.
       01 WS-BUSI-STATUS PIC XX.
       01 WS-NEW-DATE     PIC X(8) VALUE SPACES.
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-DATE-NUMERIC PIC 9(8).
      * The rename pair handed to CBL_RENAME_FILE for the staged
      * pass over the approval file.
       01 WS-RENAME-FROM PIC X(30).
       01 WS-RENAME-TO   PIC X(30).
      * Second-operator approval: the action and parameters this run
      * needs approved, how many calendar days an approval stays
      * good after it is given, who is running it, and which
      * approval the run used.
       01 WS-APPROVAL-ACTION PIC X(8).
       01 WS-APPROVAL-PARAMS PIC X(20).
       01 WS-APPROVAL-DAYS   PIC 99 VALUE 7.
       01 WS-APPROVAL-RUNNER PIC X(10) VALUE SPACES.
       01 WS-APPROVAL-OK     PIC X VALUE "N".
       01 WS-APPROVAL-ID     PIC 9(6) VALUE 0.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-APVSTAGE-STATUS PIC XX.
       01 WS-APPROVAL-EOF    PIC X.
       01 WS-APPROVAL-TODAY  PIC X(8).
       01 WS-APPROVAL-AGE    PIC S9(7).
      * The calendar held in storage for the skip-and-answer work.
       01 WS-CAL-STATUS PIC XX.
       01 WS-CAL-EOF PIC X.
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).
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

       PROCEDURE DIVISION.
       BUSINESS-DATE.
                 MOVE "SHOW" TO WS-ACTION
              END-IF
           END-IF
      * And while the night's chain holds the batch window, the
      * date stays put unless it is an emergency override.
           IF FUNCTION UPPER-CASE(WS-ACTION) = "ADVANCE" OR
              FUNCTION UPPER-CASE(WS-ACTION) = "SET" THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 DISPLAY "REFUSED: UPDATES WAIT FOR BATCH WINDOW"
                 MOVE "SHOW" TO WS-ACTION
              END-IF
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "ADVANCE"
                 PERFORM ADVANCE-BUSINESS-DATE


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
           STRING "BUSINESS-DATE - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       READ-CURRENT-DATE.
                    AT END
                       MOVE "Y" TO WS-CAL-EOF
                    NOT AT END
                       IF (PCL-TYPE = "C" OR PCL-TYPE = "P") AND
                          WS-CAL-COUNT < 100 THEN
                          ADD 1 TO WS-CAL-COUNT
                          MOVE PCL-TYPE TO
                             WS-CAL-TYPE(WS-CAL-COUNT)

       SET-BUSINESS-DATE.
      * The override for reruns: everything the rerun produces files
      * under the night it belongs to. Forcing the clock rewrites
      * where history files, so it also takes a second operator's
      * approval of this exact date through RUN-APPROVAL.
           IF WS-OVERRIDE-DATE = SPACES OR
              WS-OVERRIDE-DATE IS NOT NUMERIC THEN
              DISPLAY "SET NEEDS AN EIGHT-DIGIT OVERRIDE DATE"
           ELSE
              MOVE "DATESET" TO WS-APPROVAL-ACTION
              MOVE WS-OVERRIDE-DATE TO WS-APPROVAL-PARAMS
              MOVE WS-OPERATOR TO WS-APPROVAL-RUNNER
              PERFORM CLAIM-RUN-APPROVAL
              IF WS-APPROVAL-OK = "N" THEN
                 DISPLAY "REFUSED: NO UNUSED APPROVAL TO SET "
                    WS-OVERRIDE-DATE
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "BUSINESS-DATE - SET " WS-OVERRIDE-DATE
                    " REFUSED - NOT APPROVED"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                 MOVE "W" TO WS-LOG-SEVERITY
                 PERFORM WRITE-OPERATIONS-LINE
              ELSE
                 MOVE WS-OVERRIDE-DATE TO WS-NEW-DATE
                 PERFORM WRITE-BUSINESS-DATE
                 DISPLAY "BUSINESS DATE SET TO " WS-NEW-DATE
                    " UNDER APPROVAL " WS-APPROVAL-ID
              END-IF
           END-IF.
       END-SET-BUSINESS-DATE.


       CLAIM-RUN-APPROVAL.
      * Looks for an approved request for WS-APPROVAL-ACTION on
      * exactly WS-APPROVAL-PARAMS that no run has used yet. The
      * first one found is marked used as the file streams back,
      * so it can never authorise a second run. No approval file
      * at all means nothing has been approved.
           MOVE "N" TO WS-APPROVAL-OK
           MOVE 0 TO WS-APPROVAL-ID
           MOVE "N" TO WS-APPROVAL-EOF
           ACCEPT WS-APPROVAL-TODAY FROM DATE YYYYMMDD
           MOVE "APPRVPND" TO WS-RENAME-FROM
           MOVE "APPRVSTG" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           IF RETURN-CODE = 0 THEN
              OPEN INPUT APPROVAL-STAGE
              OPEN OUTPUT RUN-APPROVALS
              PERFORM UNTIL WS-APPROVAL-EOF = "Y"
                 READ APPROVAL-STAGE
                    AT END
                       MOVE "Y" TO WS-APPROVAL-EOF
                    NOT AT END
                       MOVE APPROVAL-STAGE-REC TO RUN-APPROVALS-REC
                       IF WS-APPROVAL-OK = "N" THEN
                          PERFORM MATCH-RUN-APPROVAL
                       END-IF
                       WRITE RUN-APPROVALS-REC
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-STAGE
              CLOSE RUN-APPROVALS
              OPEN OUTPUT APPROVAL-STAGE
              CLOSE APPROVAL-STAGE
           END-IF.
       END-CLAIM-RUN-APPROVAL.


       MATCH-RUN-APPROVAL.
      * Counted on the calendar from the day it was approved, not
      * the business date, so a back-dated rerun can't revive a
      * stale approval.
           IF APV-STATE = "A" AND
              APV-ACTION = WS-APPROVAL-ACTION AND
              APV-PARAMS = WS-APPROVAL-PARAMS AND
              APV-DECIDED-ON IS NUMERIC THEN
              COMPUTE WS-APPROVAL-AGE =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-APPROVAL-TODAY)) -
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(APV-DECIDED-ON))
              IF WS-APPROVAL-AGE <= WS-APPROVAL-DAYS THEN
                 MOVE "U" TO APV-STATE
                 MOVE WS-APPROVAL-TODAY TO APV-USED-ON
                 MOVE WS-APPROVAL-RUNNER TO APV-USED-BY
                 MOVE APV-ID TO WS-APPROVAL-ID
                 MOVE "Y" TO WS-APPROVAL-OK
              END-IF
           END-IF.
       END-MATCH-RUN-APPROVAL.


       SHOW-BUSINESS-DATE.
           IF WS-CURRENT-DATE = SPACES THEN
              DISPLAY "NO BUSINESS DATE ON FILE"
                    IF CRQ-PROGRAM = "BUSINESS-DATE" AND
                       WS-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:8) TO WS-ACTION
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
       END-WRITE-OPERATIONS-LINE.


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
              " BUSINESS-DATE BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "BUSINESS-DATE - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
