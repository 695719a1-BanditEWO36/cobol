       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-DUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The membership dues ledger: one row per registry id with the
      * member's annual fee, the date they are paid up to, any part
      * payment held toward the next year, everything they have ever
      * paid, and the arrears as last worked out. YACHT, DARTS and
      * SCRABBLE-GAME read the paid-to date before they post.
           SELECT DUES-LEDGER ASSIGN TO "DUESLDGR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUES-STATUS.
      * The shop's dues settings, one record: the fee a new member
      * is enrolled at, the grace and warning periods the games
      * allow past the paid-to date, and how far ahead of expiry
      * DUES-RENEWAL sends its notice.
           SELECT DUES-CONTROL ASSIGN TO "DUESCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUESCTL-STATUS.
      * Every payment taken, added to the end and never rewritten,
      * so a member's paid total can always be proved line by line.
           SELECT DUES-PAYMENTS ASSIGN TO "DUESPAY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUESPAY-STATUS.
      * The player registry PLAYER-MAINT keeps; only a registry id
      * can be enrolled, and the listing shows the member's name.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * The operator master; enrolling, taking a payment and
      * changing a fee need the dues function.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
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
       FD  DUES-LEDGER.
       01 DUES-LEDGER-REC.
           05 DUE-PM-ID       PIC X(6).
           05 DUE-ANNUAL-FEE  PIC 9(4)V99.
           05 DUE-PAID-TO     PIC X(8).
           05 DUE-CREDIT      PIC 9(4)V99.
           05 DUE-PAYMENTS    PIC 9(7)V99.
           05 DUE-ARREARS     PIC 9(7)V99.
           05 DUE-LAST-PAID   PIC X(8).
           05 DUE-NOTICE-FOR  PIC X(8).
       FD  DUES-CONTROL.
       01 DUES-CONTROL-REC.
           05 DCT-ANNUAL-FEE  PIC 9(4)V99.
           05 DCT-GRACE-DAYS  PIC 999.
           05 DCT-WARN-DAYS   PIC 999.
           05 DCT-NOTICE-DAYS PIC 999.
       FD  DUES-PAYMENTS.
       01 DUES-PAYMENTS-REC PIC X(80).
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
           05 OP-FUNCS PIC X(10).
      * OPERATOR-MAINT's passcode fields. Only OP-STATE is looked
      * at here: A active, S suspended, L locked out, and blank on
      * a record filed before passcodes, which counts as active.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
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
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * What to do: ENROL a registry member on the ledger, PAY takes
      * a payment, FEE changes a member's annual fee, LIST shows the
      * whole ledger with each member's standing tonight. Blank
      * lists.
       01 WS-DUES-ACTION PIC X(8) VALUE SPACES.
      * The member by registry id; the amount is the fee for ENROL
      * and FEE (blank on ENROL takes the shop's standard fee) and
      * the money taken for PAY, keyed with or without the point.
       01 WS-MEMBER-ID  PIC X(6) VALUE SPACES.
       01 WS-AMOUNT-IN  PIC X(9) VALUE SPACES.
      * ENROL only: the date the member is already paid up to; blank
      * enrols them as due tonight.
       01 WS-PAID-TO-IN PIC X(8) VALUE SPACES.
      * Whoever keys the change; recorded on the payment journal.
       01 WS-OPERATOR   PIC X(10) VALUE SPACES.
       01 WS-DUES-STATUS PIC XX.
       01 WS-DUESCTL-STATUS PIC XX.
       01 WS-DUESPAY-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35).
       01 WS-FILE-CHANGED PIC X VALUE "N".
      * The shop's settings, with defaults standing in until DUESCTL
      * is filed.
       01 WS-STANDARD-FEE PIC 9(4)V99 VALUE 25.00.
       01 WS-GRACE-DAYS   PIC 999 VALUE 30.
       01 WS-WARN-DAYS    PIC 999 VALUE 30.
      * The ledger held in storage while a row is added or changed,
      * then written back whole.
       01 WS-LDG-COUNT PIC 999 VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LDG-ENTRY OCCURS 500 TIMES.
              10 WS-LDG-PM-ID      PIC X(6).
              10 WS-LDG-FEE        PIC 9(4)V99.
              10 WS-LDG-PAID-TO    PIC X(8).
              10 WS-LDG-CREDIT     PIC 9(4)V99.
              10 WS-LDG-PAYMENTS   PIC 9(7)V99.
              10 WS-LDG-ARREARS    PIC 9(7)V99.
              10 WS-LDG-LAST-PAID  PIC X(8).
              10 WS-LDG-NOTICE-FOR PIC X(8).
       01 WS-LDG-IDX PIC 999.
       01 WS-LDG-FOUND PIC 999.
      * The registry member being enrolled or listed.
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-MEMBER-FOUND PIC X.
      * Money and date arithmetic for one row.
       01 WS-AMOUNT PIC 9(7)V99.
       01 WS-SIGNED-AMOUNT PIC S9(7)V99.
       01 WS-DATE-NUMERIC PIC 9(8).
       01 WS-DAYS-OVERDUE PIC 9(6).
       01 WS-YEARS-OWED PIC 9(4).
       01 WS-OWED PIC S9(7)V99.
       01 WS-NEW-YEAR PIC 9(4).
       01 WS-STANDING PIC X(8).
       01 WS-ED-FEE PIC ZZZ9.99.
       01 WS-ED-MONEY PIC ZZZZZZ9.99.
       01 WS-ED-CREDIT PIC ZZZ9.99.
       01 WS-ARREARS-COUNT PIC 999 VALUE 0.
       01 WS-ARREARS-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-ED-TOTAL PIC ZZZZZZZZ9.99.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-FUNC-TALLY PIC 99.
       01 WS-SIGNON-OK PIC X.
       01 WS-JOURNAL-DATE PIC X(8).
       01 WS-JOURNAL-TIME PIC X(8).
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
       MEMBER-DUES.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE FUNCTION UPPER-CASE(WS-DUES-ACTION) TO WS-DUES-ACTION
           IF WS-DUES-ACTION = SPACES THEN
              MOVE "LIST" TO WS-DUES-ACTION
           END-IF
           PERFORM LOAD-DUES-CONTROL
           PERFORM LOAD-DUES-LEDGER
      * ENROL, PAY and FEE rewrite the ledger DUES-RENEWAL rewrites
      * in the night's chain, so they wait for the batch window;
      * LIST only reads it.
           IF WS-DUES-ACTION = "ENROL" OR WS-DUES-ACTION = "PAY" OR
              WS-DUES-ACTION = "FEE" THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
                 DISPLAY "DUES REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
                 MOVE "LIST" TO WS-DUES-ACTION
              END-IF
           END-IF
           EVALUATE WS-DUES-ACTION
              WHEN "ENROL"
                 PERFORM ENROL-MEMBER
              WHEN "PAY"
                 PERFORM TAKE-PAYMENT
              WHEN "FEE"
                 PERFORM CHANGE-MEMBER-FEE
              WHEN "LIST"
                 PERFORM LIST-DUES-LEDGER
              WHEN OTHER
                 MOVE "UNKNOWN DUES ACTION" TO WS-REASON
                 DISPLAY "DUES REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-FILE-CHANGED = "Y" THEN
              PERFORM SAVE-DUES-LEDGER
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-MEMBER-DUES.


       ENROL-MEMBER.
      * Puts a registry member on the ledger, at the fee given or
      * the shop's standard one, paid up to the date given or due
      * tonight. A member already on it is changed with PAY or FEE,
      * never enrolled twice.
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-MEMBER-KEYED
           IF WS-REASON = SPACES THEN
              PERFORM FIND-LEDGER-ROW
              IF WS-LDG-FOUND > 0 THEN
                 MOVE "MEMBER ALREADY ON THE LEDGER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-LDG-COUNT NOT < 500 THEN
              MOVE "DUES LEDGER IS FULL" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-REGISTRY-MEMBER
              IF WS-MEMBER-FOUND = "N" THEN
                 MOVE "MEMBER ID NOT ON REGISTRY" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              IF WS-AMOUNT-IN = SPACES THEN
                 MOVE WS-STANDARD-FEE TO WS-AMOUNT
              ELSE
                 PERFORM CHECK-AMOUNT-KEYED
                 IF WS-REASON = SPACES AND WS-AMOUNT > 9999.99 THEN
                    MOVE "ANNUAL FEE OVER 9999.99" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-PAID-TO-IN NOT = SPACES THEN
              IF WS-PAID-TO-IN IS NOT NUMERIC THEN
                 MOVE "PAID-TO DATE NOT A DATE" TO WS-REASON
              ELSE
                 MOVE WS-PAID-TO-IN TO WS-DATE-NUMERIC
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                    NOT = 0 THEN
                    MOVE "PAID-TO DATE NOT A DATE" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "U" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR DUES" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ENROL REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-LDG-COUNT
              MOVE WS-LDG-COUNT TO WS-LDG-FOUND
              MOVE WS-MEMBER-ID TO WS-LDG-PM-ID(WS-LDG-FOUND)
              MOVE WS-AMOUNT TO WS-LDG-FEE(WS-LDG-FOUND)
              IF WS-PAID-TO-IN = SPACES THEN
                 MOVE WS-BUSI-DATE TO WS-LDG-PAID-TO(WS-LDG-FOUND)
              ELSE
                 MOVE WS-PAID-TO-IN TO WS-LDG-PAID-TO(WS-LDG-FOUND)
              END-IF
              MOVE 0 TO WS-LDG-CREDIT(WS-LDG-FOUND)
              MOVE 0 TO WS-LDG-PAYMENTS(WS-LDG-FOUND)
              MOVE SPACES TO WS-LDG-LAST-PAID(WS-LDG-FOUND)
              MOVE SPACES TO WS-LDG-NOTICE-FOR(WS-LDG-FOUND)
              PERFORM WORK-OUT-ARREARS
              MOVE "Y" TO WS-FILE-CHANGED
              MOVE WS-LDG-FEE(WS-LDG-FOUND) TO WS-ED-FEE
              DISPLAY "ENROLLED " WS-MEMBER-ID " " WS-MEMBER-NAME
                 " FEE " WS-ED-FEE " PAID TO "
                 WS-LDG-PAID-TO(WS-LDG-FOUND)
              MOVE SPACES TO WS-LOG-TEXT
              STRING "MEMBER-DUES - ENROLLED " WS-MEMBER-ID
                 " FEE " WS-ED-FEE " BY " WS-OPERATOR
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-ENROL-MEMBER.


       TAKE-PAYMENT.
      * Money taken goes first toward the year the member is in,
      * held as credit until it makes up a whole annual fee; every
      * whole fee carries the paid-to date on by a year. Arrears
      * fall as the paid-to date catches up with tonight.
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-MEMBER-KEYED
           IF WS-REASON = SPACES THEN
              PERFORM FIND-LEDGER-ROW
              IF WS-LDG-FOUND = 0 THEN
                 MOVE "MEMBER NOT ON THE DUES LEDGER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              IF WS-LDG-FEE(WS-LDG-FOUND) = 0 THEN
                 MOVE "MEMBER PAYS NO FEE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-AMOUNT-IN = SPACES THEN
              MOVE "PAYMENT NEEDS THE AMOUNT" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-AMOUNT-KEYED
           END-IF
           IF WS-REASON = SPACES THEN
              IF WS-LDG-PAYMENTS(WS-LDG-FOUND) + WS-AMOUNT >
                 9999999.99 THEN
                 MOVE "PAYMENT TOTAL WOULD OVERFLOW" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "U" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR DUES" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "PAYMENT REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD WS-AMOUNT TO WS-LDG-PAYMENTS(WS-LDG-FOUND)
              COMPUTE WS-OWED = WS-LDG-CREDIT(WS-LDG-FOUND) +
                 WS-AMOUNT
              PERFORM UNTIL WS-OWED < WS-LDG-FEE(WS-LDG-FOUND)
                 SUBTRACT WS-LDG-FEE(WS-LDG-FOUND) FROM WS-OWED
                 PERFORM ADVANCE-PAID-TO-DATE
              END-PERFORM
              MOVE WS-OWED TO WS-LDG-CREDIT(WS-LDG-FOUND)
              MOVE WS-BUSI-DATE TO WS-LDG-LAST-PAID(WS-LDG-FOUND)
              PERFORM WORK-OUT-ARREARS
              PERFORM JOURNAL-PAYMENT
              MOVE "Y" TO WS-FILE-CHANGED
              MOVE WS-AMOUNT TO WS-ED-MONEY
              MOVE WS-LDG-CREDIT(WS-LDG-FOUND) TO WS-ED-CREDIT
              DISPLAY "PAYMENT " WS-ED-MONEY " TAKEN FROM "
                 WS-MEMBER-ID " - PAID TO "
                 WS-LDG-PAID-TO(WS-LDG-FOUND) " CREDIT "
                 WS-ED-CREDIT
              MOVE WS-LDG-ARREARS(WS-LDG-FOUND) TO WS-ED-MONEY
              DISPLAY "ARREARS NOW " WS-ED-MONEY
              MOVE SPACES TO WS-LOG-TEXT
              MOVE WS-AMOUNT TO WS-ED-MONEY
              STRING "MEMBER-DUES - PAYMENT " WS-ED-MONEY " FROM "
                 WS-MEMBER-ID " BY " WS-OPERATOR
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-TAKE-PAYMENT.


       CHANGE-MEMBER-FEE.
      * A new fee applies from the member's next renewal on; credit
      * already held stays as it is, and any year now covered by it
      * carries the paid-to date on straight away.
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-MEMBER-KEYED
           IF WS-REASON = SPACES THEN
              PERFORM FIND-LEDGER-ROW
              IF WS-LDG-FOUND = 0 THEN
                 MOVE "MEMBER NOT ON THE DUES LEDGER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-AMOUNT-IN = SPACES THEN
              MOVE "FEE CHANGE NEEDS THE NEW FEE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-AMOUNT-KEYED
              IF WS-REASON = SPACES AND WS-AMOUNT > 9999.99 THEN
                 MOVE "ANNUAL FEE OVER 9999.99" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "U" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR DUES" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "FEE CHANGE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE WS-AMOUNT TO WS-LDG-FEE(WS-LDG-FOUND)
              IF WS-LDG-FEE(WS-LDG-FOUND) > 0 THEN
                 MOVE WS-LDG-CREDIT(WS-LDG-FOUND) TO WS-OWED
                 PERFORM UNTIL WS-OWED < WS-LDG-FEE(WS-LDG-FOUND)
                    SUBTRACT WS-LDG-FEE(WS-LDG-FOUND) FROM WS-OWED
                    PERFORM ADVANCE-PAID-TO-DATE
                 END-PERFORM
                 MOVE WS-OWED TO WS-LDG-CREDIT(WS-LDG-FOUND)
              END-IF
              PERFORM WORK-OUT-ARREARS
              MOVE "Y" TO WS-FILE-CHANGED
              MOVE WS-LDG-FEE(WS-LDG-FOUND) TO WS-ED-FEE
              DISPLAY "FEE FOR " WS-MEMBER-ID " NOW " WS-ED-FEE
              MOVE SPACES TO WS-LOG-TEXT
              STRING "MEMBER-DUES - FEE FOR " WS-MEMBER-ID " NOW "
                 WS-ED-FEE " BY " WS-OPERATOR
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-CHANGE-MEMBER-FEE.


       LIST-DUES-LEDGER.
      * Every member on the ledger with tonight's standing: PAID,
      * GRACE inside the grace period, WARNED inside the warning
      * period, REFUSED past both. Arrears are worked out afresh for
      * the listing; the stored figure is DUES-RENEWAL's to keep.
           DISPLAY "DUES LEDGER AT " WS-BUSI-DATE
           DISPLAY "ID     NAME                 PAID TO       FEE"
              "    ARREARS  STANDING"
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL
              WS-LDG-IDX > WS-LDG-COUNT
              MOVE WS-LDG-IDX TO WS-LDG-FOUND
              MOVE WS-LDG-PM-ID(WS-LDG-FOUND) TO WS-MEMBER-ID
              PERFORM FIND-REGISTRY-MEMBER
              PERFORM WORK-OUT-ARREARS
              PERFORM JUDGE-STANDING
              IF WS-LDG-ARREARS(WS-LDG-FOUND) > 0 THEN
                 ADD 1 TO WS-ARREARS-COUNT
                 ADD WS-LDG-ARREARS(WS-LDG-FOUND) TO WS-ARREARS-TOTAL
              END-IF
              MOVE WS-LDG-FEE(WS-LDG-FOUND) TO WS-ED-FEE
              MOVE WS-LDG-ARREARS(WS-LDG-FOUND) TO WS-ED-MONEY
              DISPLAY WS-MEMBER-ID " " WS-MEMBER-NAME " "
                 WS-LDG-PAID-TO(WS-LDG-FOUND) " " WS-ED-FEE " "
                 WS-ED-MONEY "  " WS-STANDING
           END-PERFORM
           MOVE WS-ARREARS-TOTAL TO WS-ED-TOTAL
           DISPLAY WS-LDG-COUNT " MEMBER(S), " WS-ARREARS-COUNT
              " IN ARREARS, OWING " WS-ED-TOTAL.
       END-LIST-DUES-LEDGER.


       CHECK-MEMBER-KEYED.
           IF WS-MEMBER-ID = SPACES THEN
              MOVE "DUES NEED THE MEMBER ID" TO WS-REASON
           END-IF.
       END-CHECK-MEMBER-KEYED.


       CHECK-AMOUNT-KEYED.
      * An amount is keyed as money, with or without the point, and
      * may not be negative.
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-IN) NOT = 0 THEN
              MOVE "AMOUNT IS NOT A NUMBER" TO WS-REASON
           ELSE
              COMPUTE WS-SIGNED-AMOUNT =
                 FUNCTION NUMVAL(WS-AMOUNT-IN)
              IF WS-SIGNED-AMOUNT < 0 THEN
                 MOVE "AMOUNT MAY NOT BE NEGATIVE" TO WS-REASON
              ELSE
                 MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-DUES-ACTION = "PAY" AND
              WS-AMOUNT = 0 THEN
              MOVE "PAYMENT OF NOTHING" TO WS-REASON
           END-IF.
       END-CHECK-AMOUNT-KEYED.


       FIND-LEDGER-ROW.
           MOVE 0 TO WS-LDG-FOUND
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL
              WS-LDG-IDX > WS-LDG-COUNT
              IF WS-LDG-PM-ID(WS-LDG-IDX) = WS-MEMBER-ID THEN
                 MOVE WS-LDG-IDX TO WS-LDG-FOUND
              END-IF
           END-PERFORM.
       END-FIND-LEDGER-ROW.


       FIND-REGISTRY-MEMBER.
      * The registry is keyed by name, so finding an id is a walk
      * from the front. A member since dropped from the registry
      * still lists, under a blank name.
           MOVE "N" TO WS-MEMBER-FOUND
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO PM-NAME
              START PLAYER-MASTER KEY IS NOT LESS THAN PM-NAME
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PLAYER-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PM-ID = WS-MEMBER-ID THEN
                          MOVE "Y" TO WS-MEMBER-FOUND
                          MOVE PM-NAME TO WS-MEMBER-NAME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER
           END-IF.
       END-FIND-REGISTRY-MEMBER.


       WORK-OUT-ARREARS.
      * Every year or part year gone since the paid-to date is one
      * annual fee owed, less whatever credit is already held
      * toward it.
           MOVE 0 TO WS-LDG-ARREARS(WS-LDG-FOUND)
           MOVE 0 TO WS-DAYS-OVERDUE
           IF WS-LDG-PAID-TO(WS-LDG-FOUND) IS NUMERIC AND
              WS-LDG-PAID-TO(WS-LDG-FOUND) < WS-BUSI-DATE THEN
              COMPUTE WS-DAYS-OVERDUE = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-BUSI-DATE)) -
                 FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-LDG-PAID-TO(WS-LDG-FOUND)))
              DIVIDE 365 INTO WS-DAYS-OVERDUE GIVING WS-YEARS-OWED
              IF WS-YEARS-OWED * 365 < WS-DAYS-OVERDUE THEN
                 ADD 1 TO WS-YEARS-OWED
              END-IF
              COMPUTE WS-OWED = WS-YEARS-OWED *
                 WS-LDG-FEE(WS-LDG-FOUND) -
                 WS-LDG-CREDIT(WS-LDG-FOUND)
              IF WS-OWED > 0 THEN
                 MOVE WS-OWED TO WS-LDG-ARREARS(WS-LDG-FOUND)
              END-IF
           END-IF.
       END-WORK-OUT-ARREARS.


       JUDGE-STANDING.
      * The same periods the games apply, from WORK-OUT-ARREARS'
      * day count; a member who pays no fee is always paid up.
           IF WS-DAYS-OVERDUE = 0 OR WS-LDG-FEE(WS-LDG-FOUND) = 0
              THEN
              MOVE "PAID" TO WS-STANDING
           ELSE
              IF WS-DAYS-OVERDUE > WS-GRACE-DAYS + WS-WARN-DAYS THEN
                 MOVE "REFUSED" TO WS-STANDING
              ELSE
                 IF WS-DAYS-OVERDUE > WS-GRACE-DAYS THEN
                    MOVE "WARNED" TO WS-STANDING
                 ELSE
                    MOVE "GRACE" TO WS-STANDING
                 END-IF
              END-IF
           END-IF.
       END-JUDGE-STANDING.


       ADVANCE-PAID-TO-DATE.
      * One year on; a member paid to the 29th of February is paid
      * to the 28th in a year without one.
           MOVE WS-LDG-PAID-TO(WS-LDG-FOUND) TO WS-DATE-NUMERIC
           COMPUTE WS-NEW-YEAR = WS-DATE-NUMERIC / 10000 + 1
           MOVE WS-NEW-YEAR TO WS-LDG-PAID-TO(WS-LDG-FOUND)(1:4)
           IF WS-LDG-PAID-TO(WS-LDG-FOUND)(5:4) = "0229" THEN
              MOVE WS-LDG-PAID-TO(WS-LDG-FOUND) TO WS-DATE-NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                 NOT = 0 THEN
                 MOVE "28" TO WS-LDG-PAID-TO(WS-LDG-FOUND)(7:2)
              END-IF
           END-IF.
       END-ADVANCE-PAID-TO-DATE.


       JOURNAL-PAYMENT.
           OPEN EXTEND DUES-PAYMENTS
           IF WS-DUESPAY-STATUS = "05" OR WS-DUESPAY-STATUS = "35"
              CLOSE DUES-PAYMENTS
              OPEN OUTPUT DUES-PAYMENTS
           END-IF
           ACCEPT WS-JOURNAL-TIME FROM TIME
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE WS-AMOUNT TO WS-ED-MONEY
           MOVE SPACES TO DUES-PAYMENTS-REC
           STRING "PAY " WS-MEMBER-ID " " WS-ED-MONEY " ON "
              WS-BUSI-DATE " PAID TO " WS-LDG-PAID-TO(WS-LDG-FOUND)
              " BY " WS-OPERATOR
              " AT " WS-JOURNAL-DATE WS-JOURNAL-TIME(1:6)
              DELIMITED BY SIZE INTO DUES-PAYMENTS-REC
           WRITE DUES-PAYMENTS-REC
           CLOSE DUES-PAYMENTS.
       END-JOURNAL-PAYMENT.


       LOAD-DUES-CONTROL.
      * The settings record replaces the defaults when it is on
      * file; with none the defaults stand.
           OPEN INPUT DUES-CONTROL
           IF WS-DUESCTL-STATUS = "00" THEN
              READ DUES-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DCT-ANNUAL-FEE IS NUMERIC THEN
                       MOVE DCT-ANNUAL-FEE TO WS-STANDARD-FEE
                    END-IF
                    IF DCT-GRACE-DAYS IS NUMERIC AND
                       DCT-WARN-DAYS IS NUMERIC THEN
                       MOVE DCT-GRACE-DAYS TO WS-GRACE-DAYS
                       MOVE DCT-WARN-DAYS TO WS-WARN-DAYS
                    END-IF
              END-READ
              CLOSE DUES-CONTROL
           END-IF.
       END-LOAD-DUES-CONTROL.


       LOAD-DUES-LEDGER.
           MOVE 0 TO WS-LDG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DUES-LEDGER
           IF WS-DUES-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DUES-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-LDG-COUNT < 500 THEN
                          ADD 1 TO WS-LDG-COUNT
                          MOVE DUES-LEDGER-REC TO
                             WS-LDG-ENTRY(WS-LDG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DUES-LEDGER
           END-IF.
       END-LOAD-DUES-LEDGER.


       SAVE-DUES-LEDGER.
           OPEN OUTPUT DUES-LEDGER
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL
              WS-LDG-IDX > WS-LDG-COUNT
              MOVE WS-LDG-ENTRY(WS-LDG-IDX) TO DUES-LEDGER-REC
              WRITE DUES-LEDGER-REC
           END-PERFORM
           CLOSE DUES-LEDGER.
       END-SAVE-DUES-LEDGER.


       CHECK-OPERATOR-SIGNON.
      * The named operator has to be on the master, active, and
      * hold the needed function letter; a suspended or locked-out
      * operator is turned away. No master on file means the check
      * isn't set up yet and the action runs as it always did.
           MOVE "Y" TO WS-SIGNON-OK
           MOVE "N" TO WS-OPMAST-EOF
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPMAST-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE "N" TO WS-SIGNON-OK
              PERFORM UNTIL WS-OPMAST-EOF = "Y"
                 READ OPERATOR-MASTER
                    AT END
                       MOVE "Y" TO WS-OPMAST-EOF
                    NOT AT END
                       IF OP-ID = WS-OPERATOR AND
                          (OP-STATE = "A" OR OP-STATE = SPACE) THEN
                          MOVE 0 TO WS-FUNC-TALLY
                          INSPECT OP-FUNCS TALLYING WS-FUNC-TALLY
                             FOR ALL WS-NEEDED-FUNC
                          IF WS-FUNC-TALLY > 0 THEN
                             MOVE "Y" TO WS-SIGNON-OK
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER
           END-IF.
       END-CHECK-OPERATOR-SIGNON.


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
              " MEMBER-DUES BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "MEMBER-DUES - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "MEMBER-DUES - " WS-DUES-ACTION " - "
              WS-LDG-COUNT " MEMBER(S) ON LEDGER"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "MEMBER-DUES - REJECTED " WS-DUES-ACTION
              " - " WS-REASON
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
           MOVE "MEMBER-DUES - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "MEMBER-DUES - RUN END" TO WS-LOG-TEXT
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
