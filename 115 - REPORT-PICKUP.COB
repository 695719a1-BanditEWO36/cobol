       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PICKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The distribution register every report program adds to as
      * it closes its report: run, business date, report, size and
      * where it goes. This program is the pickup desk's side of
      * it -- an operator signs for a report here, and the morning
      * exception list is every report still waiting.
           SELECT DISTRIBUTION-REGISTER ASSIGN TO "DISTREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTREG-STATUS.
      * The staging side of a pickup: the register is renamed aside
      * and streamed back with the collected lines stamped.
           SELECT DISTRIBUTION-STAGE ASSIGN TO "DISTSTG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTSTG-STATUS.
      * The morning exception list, rewritten on every EXCEPTIONS
      * run: reports produced and not yet collected, the ones that
      * name patients first.
           SELECT EXCEPTION-REPORT ASSIGN TO "DISTEXCP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCEPT-STATUS.
      * The operator master the sign-on check reads: signing for a
      * report needs a good sign-on.
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
       FD  DISTRIBUTION-STAGE.
       01 DISTRIBUTION-STAGE-REC PIC X(103).
       FD  EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-REC PIC X(132).
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
      * WS-ACTION says what this call is doing: LIST a night's
      * register, COLLECT a report, or print the EXCEPTIONS list.
       01 WS-ACTION       PIC X(10) VALUE SPACES.
      * The report COLLECT signs for, and the business date it was
      * produced under -- blank takes every copy still waiting.
      * LIST shows this business date, or tonight's when blank.
       01 WS-REPORT       PIC X(8) VALUE SPACES.
       01 WS-FOR-DATE     PIC X(8) VALUE SPACES.
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
       01 WS-DISTREG-STATUS PIC XX.
       01 WS-DISTSTG-STATUS PIC XX.
       01 WS-EXCEPT-STATUS  PIC XX.
       01 WS-DISTREG-EOF    PIC X.
       01 WS-PICKUP-TODAY   PIC X(8).
       01 WS-PICKUP-TIME    PIC X(8).
       01 WS-PICKUP-AGE     PIC S9(5).
       01 WS-AGE-TEXT       PIC ZZZZ9.
      * Which side of the exception list this pass prints: Y the
      * reports naming patients, then N the rest.
       01 WS-EXCEPT-PASS    PIC X.
       01 WS-COLLECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT  PIC 9(5) VALUE 0.
       01 WS-PATIENT-WAITING PIC 9(5) VALUE 0.
       01 WS-LIST-COUNT     PIC 9(5) VALUE 0.
       01 WS-STATE-TEXT     PIC X(40).
       01 WS-RENAME-FROM    PIC X(30).
       01 WS-RENAME-TO      PIC X(30).
       01 WS-REASON         PIC X(35) VALUE SPACES.
       01 WS-CONREQ-STATUS  PIC XX.
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
       REPORT-PICKUP.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           ACCEPT WS-PICKUP-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-REPORT) TO WS-REPORT
           EVALUATE WS-ACTION
              WHEN "LIST"
                 PERFORM LIST-DISTRIBUTION
              WHEN "COLLECT"
                 PERFORM CHECK-PICKUP-SIGNON
                 IF WS-REASON = SPACES THEN
                    PERFORM COLLECT-REPORT
                 END-IF
              WHEN "EXCEPTIONS"
                 PERFORM LIST-UNCOLLECTED
              WHEN OTHER
                 MOVE "UNKNOWN PICKUP ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-REPORT-PICKUP.


       CHECK-PICKUP-SIGNON.
      * The point of signing for a report is knowing who took it,
      * so a blank operator is refused even where no operator
      * master is on file yet.
           MOVE SPACE TO WS-NEEDED-FUNC
           IF WS-OPERATOR = SPACES THEN
              MOVE "PICKUP NEEDS A SIGNED OPERATOR" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED ON" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "REFUSED: " WS-REASON ": " WS-OPERATOR
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-CHECK-PICKUP-SIGNON.


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
           STRING "REPORT-PICKUP - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       COLLECT-REPORT.
      * The register is renamed aside and streamed back with every
      * waiting copy of the report (of the one business date, when
      * given) stamped with who took it and when. A copy already
      * signed for keeps its first signature.
           IF WS-REPORT = SPACES THEN
              MOVE "PICKUP NEEDS A REPORT NAME" TO WS-REASON
           END-IF
           IF WS-FOR-DATE NOT = SPACES AND
              WS-FOR-DATE IS NOT NUMERIC THEN
              MOVE "PICKUP DATE MUST BE YYYYMMDD" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              ACCEPT WS-PICKUP-TIME FROM TIME
              MOVE 0 TO WS-COLLECTED-COUNT
              MOVE "N" TO WS-DISTREG-EOF
              MOVE "DISTREG" TO WS-RENAME-FROM
              MOVE "DISTSTG" TO WS-RENAME-TO
              CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM
                 WS-RENAME-TO
              IF RETURN-CODE = 0 THEN
                 OPEN INPUT DISTRIBUTION-STAGE
                 OPEN OUTPUT DISTRIBUTION-REGISTER
                 PERFORM UNTIL WS-DISTREG-EOF = "Y"
                    READ DISTRIBUTION-STAGE
                       AT END
                          MOVE "Y" TO WS-DISTREG-EOF
                       NOT AT END
                          MOVE DISTRIBUTION-STAGE-REC TO
                             DISTRIBUTION-REGISTER-REC
                          IF DRG-REPORT = WS-REPORT AND
                             DRG-COLLECTED-BY = SPACES AND
                             (WS-FOR-DATE = SPACES OR
                              DRG-BUSI-DATE = WS-FOR-DATE) THEN
                             PERFORM COLLECT-ONE-COPY
                          END-IF
                          WRITE DISTRIBUTION-REGISTER-REC
                    END-READ
                 END-PERFORM
                 CLOSE DISTRIBUTION-STAGE
                 CLOSE DISTRIBUTION-REGISTER
                 OPEN OUTPUT DISTRIBUTION-STAGE
                 CLOSE DISTRIBUTION-STAGE
              END-IF
              IF WS-COLLECTED-COUNT = 0 THEN
                 MOVE "REPORT NOT WAITING FOR PICKUP" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-REASON ": " WS-REPORT " " WS-FOR-DATE
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-COLLECT-REPORT.


       COLLECT-ONE-COPY.
           ADD 1 TO WS-COLLECTED-COUNT
           MOVE WS-OPERATOR TO DRG-COLLECTED-BY
           MOVE WS-PICKUP-TODAY TO DRG-COLLECTED-ON
           MOVE WS-PICKUP-TIME(1:6) TO DRG-COLLECTED-AT
           DISPLAY DRG-REPORT " RUN " DRG-RUN-ID " FOR " DRG-BUSI-DATE
              " - " DRG-PAGES " PAGE(S) TO " DRG-DESTINATION
           DISPLAY "   COLLECTED BY " WS-OPERATOR " "
              WS-PICKUP-TODAY " " DRG-COLLECTED-AT.
       END-COLLECT-ONE-COPY.


       LIST-DISTRIBUTION.
      * One business date's register, in the order the reports were
      * produced, with who has signed for each.
           IF WS-FOR-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-FOR-DATE
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-DISTREG-EOF
           DISPLAY "REPORT DISTRIBUTION FOR " WS-FOR-DATE
           OPEN INPUT DISTRIBUTION-REGISTER
           IF WS-DISTREG-STATUS = "00" THEN
              PERFORM UNTIL WS-DISTREG-EOF = "Y"
                 READ DISTRIBUTION-REGISTER
                    AT END
                       MOVE "Y" TO WS-DISTREG-EOF
                    NOT AT END
                       IF DRG-BUSI-DATE = WS-FOR-DATE THEN
                          ADD 1 TO WS-LIST-COUNT
                          PERFORM NAME-PICKUP-STATE
                          DISPLAY DRG-REPORT " RUN " DRG-RUN-ID " "
                             DRG-PAGES " PAGE(S) " DRG-LINES
                             " LINE(S) TO " DRG-DESTINATION
                          DISPLAY "         " WS-STATE-TEXT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-REGISTER
           END-IF
           DISPLAY WS-LIST-COUNT " REPORT(S) REGISTERED".
       END-LIST-DISTRIBUTION.


       NAME-PICKUP-STATE.
           MOVE SPACES TO WS-STATE-TEXT
           IF DRG-COLLECTED-BY = SPACES THEN
              MOVE "WAITING FOR PICKUP" TO WS-STATE-TEXT
           ELSE
              STRING "TAKEN BY " DRG-COLLECTED-BY " "
                 DRG-COLLECTED-ON " " DRG-COLLECTED-AT
                 DELIMITED BY SIZE INTO WS-STATE-TEXT
           END-IF.
       END-NAME-PICKUP-STATE.


       LIST-UNCOLLECTED.
      * The morning exception list: every report produced and not
      * signed for, whatever night it came from, with how many
      * calendar days it has waited. Two passes, so the reports
      * naming patients head the list; a warning goes on the
      * night's log while anything is still out.
           MOVE 0 TO WS-WAITING-COUNT
           MOVE 0 TO WS-PATIENT-WAITING
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING "REPORTS NOT COLLECTED - BUSINESS DATE "
              WS-BUSI-DATE " RUN " WS-RUN-ID
              DELIMITED BY SIZE INTO EXCEPTION-REPORT-REC
           PERFORM WRITE-EXCEPTION-LINE
           MOVE "REPORT   BUS DATE RUN    PROGRAM              PAGE"
              TO EXCEPTION-REPORT-REC
           MOVE "DESTINATION  PRODUCED         DAYS" TO
              EXCEPTION-REPORT-REC(52:34)
           PERFORM WRITE-EXCEPTION-LINE
           MOVE "Y" TO WS-EXCEPT-PASS
           MOVE "-- PATIENT-IDENTIFIABLE --" TO EXCEPTION-REPORT-REC
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM SCAN-UNCOLLECTED
           MOVE "N" TO WS-EXCEPT-PASS
           MOVE "-- OTHER REPORTS --" TO EXCEPTION-REPORT-REC
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM SCAN-UNCOLLECTED
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING WS-WAITING-COUNT " REPORT(S) NOT COLLECTED, "
              WS-PATIENT-WAITING " NAMING PATIENTS"
              DELIMITED BY SIZE INTO EXCEPTION-REPORT-REC
           PERFORM WRITE-EXCEPTION-LINE
           CLOSE EXCEPTION-REPORT
           IF WS-WAITING-COUNT > 0 THEN
              MOVE SPACES TO WS-LOG-TEXT
              STRING "REPORT-PICKUP - " WS-WAITING-COUNT
                 " UNCOLLECTED, " WS-PATIENT-WAITING
                 " WITH PATIENTS - SEE DISTEXCP"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-LIST-UNCOLLECTED.


       SCAN-UNCOLLECTED.
           MOVE "N" TO WS-DISTREG-EOF
           OPEN INPUT DISTRIBUTION-REGISTER
           IF WS-DISTREG-STATUS = "00" THEN
              PERFORM UNTIL WS-DISTREG-EOF = "Y"
                 READ DISTRIBUTION-REGISTER
                    AT END
                       MOVE "Y" TO WS-DISTREG-EOF
                    NOT AT END
                       IF DRG-COLLECTED-BY = SPACES AND
                          (DRG-PATIENT = WS-EXCEPT-PASS OR
                           (WS-EXCEPT-PASS = "N" AND
                            DRG-PATIENT NOT = "Y")) THEN
                          PERFORM LIST-ONE-UNCOLLECTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-REGISTER
           END-IF.
       END-SCAN-UNCOLLECTED.


       LIST-ONE-UNCOLLECTED.
           ADD 1 TO WS-WAITING-COUNT
           IF WS-EXCEPT-PASS = "Y" THEN
              ADD 1 TO WS-PATIENT-WAITING
           END-IF
           MOVE 0 TO WS-PICKUP-AGE
           IF DRG-PRODUCED-ON IS NUMERIC THEN
              COMPUTE WS-PICKUP-AGE =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-PICKUP-TODAY)) -
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(DRG-PRODUCED-ON))
           END-IF
           MOVE WS-PICKUP-AGE TO WS-AGE-TEXT
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING DRG-REPORT " " DRG-BUSI-DATE " " DRG-RUN-ID " "
              DRG-PROGRAM " " DRG-PAGES " " DRG-DESTINATION " "
              DRG-PRODUCED-ON " " DRG-PRODUCED-AT " " WS-AGE-TEXT
              DELIMITED BY SIZE INTO EXCEPTION-REPORT-REC
           PERFORM WRITE-EXCEPTION-LINE.
       END-LIST-ONE-UNCOLLECTED.


       WRITE-EXCEPTION-LINE.
      * Shown as it is written, so the morning review can read it
      * from the console without fetching the file.
           DISPLAY FUNCTION TRIM(EXCEPTION-REPORT-REC TRAILING)
           WRITE EXCEPTION-REPORT-REC
           MOVE SPACES TO EXCEPTION-REPORT-REC.
       END-WRITE-EXCEPTION-LINE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REPORT-PICKUP - ACTION " WS-ACTION " REPORT "
              WS-REPORT " BY " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REPORT-PICKUP - REJECTED - " WS-REASON
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
                    IF CRQ-PROGRAM = "REPORT-PICKUP" AND
                       WS-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:10) TO WS-ACTION
                       MOVE CRQ-FIELDS(11:8) TO WS-REPORT
                       MOVE CRQ-FIELDS(19:8) TO WS-FOR-DATE
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
           MOVE "REPORT-PICKUP - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "REPORT-PICKUP - RUN END" TO WS-LOG-TEXT
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
