       FILE-CONTROL.
      * The physician orders master the screening run is gated by:
      * one record per ordered screen -- order number, patient,
      * ordering physician, panel, open/closed status, and the date
      * it was placed and the date the screen is due by. This program
      * is the only hand-maintenance writer; the roster run closes
      * orders itself as results file.
           SELECT ORDERS-MASTER ASSIGN TO "ORDRSMST"
           SELECT PATIENT-DEMOGRAPHICS ASSIGN TO "PATDEMOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMOG-STATUS.
      * The physician master PHYSICIAN-MAINT keeps; an order now
      * names its physician by id off this file, and an unknown or
      * inactive id is turned away like an unknown patient is.
           SELECT PHYSICIAN-MASTER ASSIGN TO "PHYSMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PHYS-STATUS.
      * The operator master: who holds which function letters.
      * Read here only to let an operator holding the W letter
      * update through the batch window in an emergency; a shop
      * with no master on file yet runs unchecked.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
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
           05 OM-PHYSICIAN PIC X(20).
           05 OM-PANEL     PIC X(12).
           05 OM-STATUS    PIC X.
      * Business dates. Orders placed before the dates were carried
      * have them blank.
           05 OM-PLACED    PIC X(8).
           05 OM-DUE       PIC X(8).
       FD  PATIENT-DEMOGRAPHICS.
       01 PATIENT-DEMOGRAPHICS-REC.
           05 PDM-ID     PIC X(10).
           05 PDM-NAME   PIC X(30).
           05 PDM-DOB    PIC X(8).
           05 PDM-STATUS PIC X.
       FD  PHYSICIAN-MASTER.
       01 PHYSICIAN-MASTER-REC.
           05 PHY-ID       PIC X(8).
           05 PHY-NAME     PIC X(30).
           05 PHY-CLINIC   PIC X(20).
           05 PHY-DELIVERY PIC X(6).
           05 PHY-STATUS   PIC X.
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
       01 WS-PATIENT   PIC X(10) VALUE SPACES.
       01 WS-PHYSICIAN PIC X(20) VALUE SPACES.
       01 WS-PANEL     PIC X(12) VALUE SPACES.
      * The due-by date for an ADD; left blank, the screen falls due
      * WS-DUE-DAYS calendar days after the business date it was
      * placed on.
       01 WS-DUE-DATE  PIC X(8) VALUE SPACES.
       01 WS-DUE-DAYS  PIC 99 VALUE 14.
       01 WS-DATE-NUMERIC PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-MASTER-STATUS PIC XX.
       01 WS-DEMOG-STATUS PIC XX.
       01 WS-PHYS-STATUS PIC XX.
       01 WS-PHYS-EOF PIC X.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-REJECTLOG-STATUS PIC XX.
       01 WS-MASTER-EOF PIC X.
       01 WS-DEMOG-EOF PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The operator running this call and the passcode they sign
      * on with; only an emergency override of the batch window
      * needs them.
       01 WS-OPERATOR      PIC X(10) VALUE SPACES.
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
      * The whole orders file held in storage while one call's
      * change is applied, then written back in full.
       01 WS-ORDER-COUNT PIC 999 VALUE 0.
              10 WS-ORD-PHYSICIAN PIC X(20).
              10 WS-ORD-PANEL     PIC X(12).
              10 WS-ORD-STATUS    PIC X.
              10 WS-ORD-PLACED    PIC X(8).
              10 WS-ORD-DUE       PIC X(8).
       01 WS-IDX PIC 999.
       01 WS-FOUND-IDX PIC 999.
       01 WS-PATIENT-VALID PIC X.
       01 WS-PHYSICIAN-VALID PIC X.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
       ORDER-MAINT.
           PERFORM LOG-RUN-START
           PERFORM LOAD-ORDERS-FILE
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
                 PERFORM LIST-ORDERS
                             WS-ORD-PANEL(WS-ORDER-COUNT)
                          MOVE OM-STATUS TO
                             WS-ORD-STATUS(WS-ORDER-COUNT)
                          MOVE OM-PLACED TO
                             WS-ORD-PLACED(WS-ORDER-COUNT)
                          MOVE OM-DUE TO
                             WS-ORD-DUE(WS-ORDER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
                 WS-ORD-PATIENT(WS-IDX) " "
                 WS-ORD-PHYSICIAN(WS-IDX) " "
                 WS-ORD-PANEL(WS-IDX) " "
                 WS-ORD-STATUS(WS-IDX) " "
                 WS-ORD-PLACED(WS-IDX) " "
                 WS-ORD-DUE(WS-IDX)
           END-PERFORM.
       END-LIST-ORDERS.


       ADD-ORDER.
      * An order needs a number, a patient on the demographics
      * master, and an active ordering physician off the physician
      * master, named by id; it opens as O, owed a screen, placed on
      * tonight's business date and due by the date given or the
      * standard interval after it.
           IF WS-ORDER = SPACES OR WS-PATIENT = SPACES OR
              WS-PHYSICIAN = SPACES THEN
              MOVE "ADD NEEDS ORDER, PATIENT, PHYSICIAN" TO WS-REASON
                 MOVE "PATIENT NOT ON MASTER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VALIDATE-ORDER-PHYSICIAN
              IF WS-PHYSICIAN-VALID = "N" THEN
                 MOVE "PHYSICIAN UNKNOWN OR INACTIVE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM SET-ORDER-DUE-DATE
           END-IF
           IF WS-REASON = SPACES AND WS-ORDER-COUNT >= 200 THEN
              MOVE "ORDERS FILE FULL (200 ORDERS)" TO WS-REASON
           END-IF
              MOVE WS-PHYSICIAN TO WS-ORD-PHYSICIAN(WS-ORDER-COUNT)
              MOVE WS-PANEL TO WS-ORD-PANEL(WS-ORDER-COUNT)
              MOVE "O" TO WS-ORD-STATUS(WS-ORDER-COUNT)
              MOVE WS-BUSI-DATE TO WS-ORD-PLACED(WS-ORDER-COUNT)
              MOVE WS-DUE-DATE TO WS-ORD-DUE(WS-ORDER-COUNT)
              DISPLAY "ORDER " WS-ORDER " OPENED FOR " WS-PATIENT
                 " DUE BY " WS-DUE-DATE
           END-IF.
       END-ADD-ORDER.


       SET-ORDER-DUE-DATE.
      * A due-by date given has to be a real date no earlier than
      * the placed date; none given takes the standard interval.
           IF WS-DUE-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + WS-DUE-DAYS
              COMPUTE WS-DATE-NUMERIC =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              MOVE WS-DATE-NUMERIC TO WS-DUE-DATE
           ELSE
              IF WS-DUE-DATE IS NOT NUMERIC THEN
                 MOVE "DUE-BY DATE NOT A DATE" TO WS-REASON
              ELSE
                 MOVE WS-DUE-DATE TO WS-DATE-NUMERIC
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                    NOT = 0 THEN
                    MOVE "DUE-BY DATE NOT A DATE" TO WS-REASON
                 ELSE
                    IF WS-DUE-DATE < WS-BUSI-DATE THEN
                       MOVE "DUE-BY DATE BEFORE PLACED DATE" TO
                          WS-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
       END-SET-ORDER-DUE-DATE.


       FLIP-ORDER-STATUS.
      * CLOSE and REOPEN share the same order-number lookup; only
      * the status written differs.
              MOVE WS-ORD-PHYSICIAN(WS-IDX) TO OM-PHYSICIAN
              MOVE WS-ORD-PANEL(WS-IDX) TO OM-PANEL
              MOVE WS-ORD-STATUS(WS-IDX) TO OM-STATUS
              MOVE WS-ORD-PLACED(WS-IDX) TO OM-PLACED
              MOVE WS-ORD-DUE(WS-IDX) TO OM-DUE
              WRITE ORDERS-MASTER-REC
           END-PERFORM
           CLOSE ORDERS-MASTER.
       END-VALIDATE-ORDER-PATIENT.


       VALIDATE-ORDER-PHYSICIAN.
      * The physician id has to be on the physician master and
      * still active. A clinic with no master on file yet orders
      * under free-text physicians the way it always has.
           MOVE "Y" TO WS-PHYSICIAN-VALID
           OPEN INPUT PHYSICIAN-MASTER
           IF WS-PHYS-STATUS = "00" THEN
              MOVE "N" TO WS-PHYSICIAN-VALID
              MOVE "N" TO WS-PHYS-EOF
              PERFORM UNTIL WS-PHYS-EOF = "Y"
                 READ PHYSICIAN-MASTER
                    AT END
                       MOVE "Y" TO WS-PHYS-EOF
                    NOT AT END
                       IF PHY-ID = WS-PHYSICIAN AND PHY-STATUS = "A"
                          THEN
                          MOVE "Y" TO WS-PHYSICIAN-VALID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PHYSICIAN-MASTER
           END-IF.
       END-VALIDATE-ORDER-PHYSICIAN.


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
           STRING "ORDER-MAINT - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


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
              " ORDER-MAINT BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ORDER-MAINT - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
