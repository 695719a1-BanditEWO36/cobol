       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOB-ESCALATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The remarks BOB could only give the generic reply to, one
      * record per remark, added by BOB with the exchange before it
      * for context. Answered entries stay on with the reply and
      * who gave it.
           SELECT ESCALATION-QUEUE ASSIGN TO "BOBESCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ESCAL-STATUS.
      * The queue as rewritten by an answer, renamed over the queue
      * once it is complete.
           SELECT ESCALATION-WORK ASSIGN TO "BOBESCWK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ESCWORK-STATUS.
      * BOB's running transcript. The BOB line of an escalated
      * exchange carries the queue number past the end of the
      * reply; the staff reply is filed on the line after it.
           SELECT TRANSCRIPT-LOG ASSIGN TO "BOBLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANSCRIPT-WORK ASSIGN TO "BOBLOGWK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRWORK-STATUS.
      * The reply table the front desk keeps through REF-MAINT; a
      * good staff reply can go on it as a new K pattern rule so
      * BOB answers the remark himself next time.
           SELECT BOB-REPLY-TABLE ASSIGN TO "BOBREPLY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPLY-STATUS.
      * The reference-change audit REF-MAINT writes; a promoted
      * rule is a reference change like any other.
           SELECT REFERENCE-AUDIT ASSIGN TO "REFAUDIT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      * The operator master; answering needs reference
      * maintenance, since an answer can change the reply table.
      * The sign-on is the same passcode check REF-MAINT makes, and
      * a wrong passcode counts against the id here as it does
      * there.
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
       FD  ESCALATION-QUEUE.
       01 ESCALATION-QUEUE-REC.
           05 BEQ-ID           PIC 9(6).
           05 BEQ-DATE         PIC X(8).
      * O open, A answered by the staff.
           05 BEQ-STATUS       PIC X.
           05 BEQ-REMARK       PIC X(60).
           05 BEQ-BOB-REPLY    PIC X(40).
           05 BEQ-PRIOR-REMARK PIC X(60).
           05 BEQ-PRIOR-REPLY  PIC X(40).
           05 BEQ-STAFF-REPLY  PIC X(40).
           05 BEQ-ANSWERED-BY  PIC X(10).
           05 BEQ-ANSWERED-ON  PIC X(8).
           05 BEQ-PATTERN      PIC X(20).
       FD  ESCALATION-WORK.
       01 ESCALATION-WORK-REC PIC X(293).
       FD  TRANSCRIPT-LOG.
       01 TRANSCRIPT-LOG-REC PIC X(100).
       FD  TRANSCRIPT-WORK.
       01 TRANSCRIPT-WORK-REC PIC X(100).
       FD  BOB-REPLY-TABLE.
       01 BOB-REPLY-TABLE-REC.
           05 BRT-TYPE    PIC X.
           05 BRT-PATTERN PIC X(20).
           05 BRT-REPLY   PIC X(40).
       FD  REFERENCE-AUDIT.
       01 REFERENCE-AUDIT-REC PIC X(100).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
           05 OP-FUNCS PIC X(10).
      * OPERATOR-MAINT's passcode fields: the scrambled passcode,
      * the day it was chosen, wrong passcodes since the last good
      * one, and OP-STATE -- A active, S suspended, L locked out,
      * and blank on a record filed before passcodes, which counts
      * as active.
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
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * What to do: LIST the open escalations, SHOW one with its
      * conversation off the transcript, or ANSWER one. Blank lists.
       01 WS-ESCAL-ACTION PIC X(8) VALUE SPACES.
      * ANSWER and SHOW name the escalation by number; ANSWER takes
      * the staff reply, and a pattern to promote the reply into a
      * new K rule in the same step (blank promotes nothing).
       01 WS-ESCAL-ID        PIC X(6) VALUE SPACES.
       01 WS-STAFF-REPLY     PIC X(40) VALUE SPACES.
       01 WS-PROMOTE-PATTERN PIC X(20) VALUE SPACES.
      * Whoever answers, and the passcode they sign on with; the
      * operator is kept on the queue entry and the audit.
       01 WS-OPERATOR        PIC X(10) VALUE SPACES.
       01 WS-PASSCODE        PIC X(10) VALUE SPACES.
       01 WS-ESCAL-STATUS PIC XX.
       01 WS-ESCWORK-STATUS PIC XX.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-TRWORK-STATUS PIC XX.
       01 WS-REPLY-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(40).
       01 WS-SIGNON-OK PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-FUNC-TALLY PIC 99.
      * Passcode sign-on: how many days a passcode lasts, and how
      * many wrong ones in a row lock the id. The master is held in
      * storage so a failed count or a lockout can be written
      * straight back.
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
       01 WS-RENAME-FROM PIC X(30).
       01 WS-RENAME-TO   PIC X(30).
      * The entry being shown or answered, as found on the queue.
       01 WS-ESCAL-NUMBER PIC 9(6) VALUE 0.
       01 WS-ESCAL-TAG PIC X(20).
       01 WS-ENTRY-FOUND PIC X.
       01 WS-ENTRY-HOLD PIC X(293).
       01 WS-ENTRY-VIEW REDEFINES WS-ENTRY-HOLD.
           05 WS-EV-ID           PIC 9(6).
           05 WS-EV-DATE         PIC X(8).
           05 WS-EV-STATUS       PIC X.
           05 WS-EV-REMARK       PIC X(60).
           05 WS-EV-BOB-REPLY    PIC X(40).
           05 WS-EV-PRIOR-REMARK PIC X(60).
           05 WS-EV-PRIOR-REPLY  PIC X(40).
           05 WS-EV-STAFF-REPLY  PIC X(40).
           05 WS-EV-ANSWERED-BY  PIC X(10).
           05 WS-EV-ANSWERED-ON  PIC X(8).
           05 WS-EV-PATTERN      PIC X(20).
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-ANSWERED-COUNT PIC 9(5) VALUE 0.
      * The reply table as it stands, for the promotion checks: room
      * left, and no K rule already on the same pattern.
       01 WS-REPLY-ON-FILE PIC X.
       01 WS-REPLY-COUNT PIC 99 VALUE 0.
       01 WS-PATTERN-TAKEN PIC X.
       01 WS-UPPER-REMARK PIC X(60).
       01 WS-PAT-CHARS PIC 99.
       01 WS-PAT-POS PIC 99.
       01 WS-PAT-HIT PIC X.
      * Transcript context for SHOW: the lines since the
      * conversation opened, the latest ten at most.
       01 WS-CTX-COUNT PIC 99 VALUE 0.
       01 WS-CTX-TABLE.
           05 WS-CTX-LINE PIC X(80) OCCURS 10 TIMES.
       01 WS-CTX-IDX PIC 99.
       01 WS-EXCHANGE-FOUND PIC X.
       01 WS-AUDIT-DATE PIC X(8).
       01 WS-AUDIT-TIME PIC X(6).
       01 WS-NEW-TEXT PIC X(25).
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
       BOB-ESCALATION.
           PERFORM LOG-RUN-START
           MOVE FUNCTION UPPER-CASE(WS-ESCAL-ACTION) TO
              WS-ESCAL-ACTION
           IF WS-ESCAL-ACTION = SPACES THEN
              MOVE "LIST" TO WS-ESCAL-ACTION
           END-IF
           MOVE SPACES TO WS-REASON
           EVALUATE WS-ESCAL-ACTION
              WHEN "LIST"
                 PERFORM LIST-OPEN-ESCALATIONS
              WHEN "SHOW"
                 PERFORM SHOW-ESCALATION
              WHEN "ANSWER"
                 PERFORM ANSWER-ESCALATION
              WHEN OTHER
                 MOVE "UNKNOWN ESCALATION ACTION" TO WS-REASON
                 DISPLAY "ESCALATION REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-BOB-ESCALATION.


       LIST-OPEN-ESCALATIONS.
      * Every open remark with what BOB said back, and the exchange
      * before it when there was one.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-ANSWERED-COUNT
           DISPLAY "BOB ESCALATIONS AWAITING A STAFF REPLY"
           DISPLAY "--------------------------------------"
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ESCALATION-QUEUE
           IF WS-ESCAL-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ESCALATION-QUEUE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF BEQ-STATUS = "O" THEN
                          ADD 1 TO WS-OPEN-COUNT
                          DISPLAY "#" BEQ-ID " " BEQ-DATE " YOU: "
                             FUNCTION TRIM(BEQ-REMARK)
                          DISPLAY "                 BOB: "
                             FUNCTION TRIM(BEQ-BOB-REPLY)
                          IF BEQ-PRIOR-REMARK NOT = SPACES OR
                             BEQ-PRIOR-REPLY NOT = SPACES THEN
                             DISPLAY "          AFTER   YOU: "
                                FUNCTION TRIM(BEQ-PRIOR-REMARK)
                                " / BOB: "
                                FUNCTION TRIM(BEQ-PRIOR-REPLY)
                          END-IF
                       ELSE
                          ADD 1 TO WS-ANSWERED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESCALATION-QUEUE
           END-IF
           DISPLAY "OPEN: " WS-OPEN-COUNT "  ANSWERED: "
              WS-ANSWERED-COUNT.
       END-LIST-OPEN-ESCALATIONS.


       SHOW-ESCALATION.
      * One escalation in full, with the conversation it came from
      * as it stands on the live transcript.
           PERFORM CHECK-ESCALATION-NUMBER
           IF WS-REASON = SPACES THEN
              PERFORM FIND-ESCALATION
              IF WS-ENTRY-FOUND = "N" THEN
                 MOVE "NO ESCALATION WITH THAT NUMBER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "SHOW REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              DISPLAY "ESCALATION #" WS-EV-ID " OF " WS-EV-DATE
              DISPLAY "  YOU: " FUNCTION TRIM(WS-EV-REMARK)
              DISPLAY "  BOB: " FUNCTION TRIM(WS-EV-BOB-REPLY)
              IF WS-EV-STATUS = "A" THEN
                 DISPLAY "  ANSWERED " WS-EV-ANSWERED-ON " BY "
                    WS-EV-ANSWERED-BY ": "
                    FUNCTION TRIM(WS-EV-STAFF-REPLY)
                 IF WS-EV-PATTERN NOT = SPACES THEN
                    DISPLAY "  PROMOTED AS PATTERN "
                       WS-EV-PATTERN
                 END-IF
              END-IF
              PERFORM SHOW-TRANSCRIPT-CONTEXT
           END-IF.
       END-SHOW-ESCALATION.


       SHOW-TRANSCRIPT-CONTEXT.
      * Walks the transcript keeping the lines since the last
      * conversation marker, and prints them when the tagged BOB
      * line turns up. A transcript cut over by LOG-HOUSEKEEPING
      * since the remark no longer has it; the queue entry above is
      * then all the context there is.
           MOVE 0 TO WS-CTX-COUNT
           MOVE "N" TO WS-EXCHANGE-FOUND
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TRANSCRIPT-LOG
           IF WS-TRANS-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TRANSCRIPT-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF TRANSCRIPT-LOG-REC =
                          "--- CONVERSATION START ---" THEN
                          MOVE 0 TO WS-CTX-COUNT
                       END-IF
                       PERFORM KEEP-CONTEXT-LINE
                       IF TRANSCRIPT-LOG-REC(1:5) = "BOB: " AND
                          TRANSCRIPT-LOG-REC(81:20) = WS-ESCAL-TAG
                          THEN
                          MOVE "Y" TO WS-EXCHANGE-FOUND
                          MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSCRIPT-LOG
           END-IF
           IF WS-EXCHANGE-FOUND = "Y" THEN
              DISPLAY "ON THE TRANSCRIPT:"
              PERFORM VARYING WS-CTX-IDX FROM 1 BY 1 UNTIL
                 WS-CTX-IDX > WS-CTX-COUNT
                 DISPLAY "  " FUNCTION TRIM(WS-CTX-LINE(WS-CTX-IDX),
                    TRAILING)
              END-PERFORM
           ELSE
              DISPLAY "EXCHANGE NO LONGER ON THE LIVE TRANSCRIPT"
           END-IF.
       END-SHOW-TRANSCRIPT-CONTEXT.


       KEEP-CONTEXT-LINE.
      * A full window drops its oldest line to make room.
           IF WS-CTX-COUNT = 10 THEN
              PERFORM VARYING WS-CTX-IDX FROM 1 BY 1 UNTIL
                 WS-CTX-IDX > 9
                 MOVE WS-CTX-LINE(WS-CTX-IDX + 1) TO
                    WS-CTX-LINE(WS-CTX-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-CTX-COUNT
           END-IF
           MOVE TRANSCRIPT-LOG-REC(1:80) TO WS-CTX-LINE(WS-CTX-COUNT).
       END-KEEP-CONTEXT-LINE.


       ANSWER-ESCALATION.
      * Everything is checked before anything is written: the
      * entry, the reply, the operator, and a promotion's pattern
      * against the reply table. Then the reply table, the
      * transcript and the queue are updated in that order.
           PERFORM CHECK-ESCALATION-NUMBER
           IF WS-REASON = SPACES AND WS-STAFF-REPLY = SPACES THEN
              MOVE "ANSWER NEEDS THE STAFF REPLY" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-OPERATOR = SPACES THEN
              MOVE "ANSWER NEEDS THE OPERATOR ID" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "R" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR REFERENCE" TO
                    WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-ESCALATION
              IF WS-ENTRY-FOUND = "N" THEN
                 MOVE "NO ESCALATION WITH THAT NUMBER" TO WS-REASON
              ELSE
              IF WS-EV-STATUS NOT = "O" THEN
                 MOVE "ESCALATION ALREADY ANSWERED" TO WS-REASON
              END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-PROMOTE-PATTERN NOT = SPACES
              THEN
              PERFORM CHECK-PROMOTION
           END-IF
      * A promotion changes the reply table the night's chain reads,
      * so it waits out the batch window like a REF-MAINT change.
           IF WS-REASON = SPACES AND WS-PROMOTE-PATTERN NOT = SPACES
              THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ANSWER REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-PROMOTE-PATTERN NOT = SPACES THEN
                 PERFORM PROMOTE-STAFF-REPLY
              END-IF
              PERFORM FILE-REPLY-ON-TRANSCRIPT
              PERFORM MARK-ESCALATION-ANSWERED
              DISPLAY "ESCALATION #" WS-ESCAL-NUMBER " ANSWERED BY "
                 WS-OPERATOR
              MOVE SPACES TO WS-LOG-TEXT
              STRING "BOB-ESCALATION - #" WS-ESCAL-NUMBER
                 " ANSWERED BY " WS-OPERATOR
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-ANSWER-ESCALATION.


       CHECK-ESCALATION-NUMBER.
           MOVE SPACES TO WS-REASON
           IF WS-ESCAL-ID = SPACES OR
              FUNCTION TRIM(WS-ESCAL-ID) IS NOT NUMERIC THEN
              MOVE "NEEDS AN ESCALATION NUMBER" TO WS-REASON
           ELSE
              COMPUTE WS-ESCAL-NUMBER = FUNCTION NUMVAL(WS-ESCAL-ID)
              MOVE SPACES TO WS-ESCAL-TAG
              STRING "ESCALATION " WS-ESCAL-NUMBER
                 DELIMITED BY SIZE INTO WS-ESCAL-TAG
           END-IF.
       END-CHECK-ESCALATION-NUMBER.


       FIND-ESCALATION.
           MOVE "N" TO WS-ENTRY-FOUND
           MOVE SPACES TO WS-ENTRY-HOLD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ESCALATION-QUEUE
           IF WS-ESCAL-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ESCALATION-QUEUE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF BEQ-ID = WS-ESCAL-NUMBER THEN
                          MOVE ESCALATION-QUEUE-REC TO WS-ENTRY-HOLD
                          MOVE "Y" TO WS-ENTRY-FOUND
                          MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESCALATION-QUEUE
           END-IF.
       END-FIND-ESCALATION.


       CHECK-PROMOTION.
      * The new rule has to catch the remark it answers -- a pattern
      * that isn't in the remark would never have fired on it --
      * and goes on the table the same way a REF-MAINT ADD would:
      * no K rule already on that pattern, and room in the fifty.
      * With no table on file BOB is still on his built-in replies,
      * and a one-rule table would replace them all; the table is
      * set up through REF-MAINT first.
           MOVE FUNCTION UPPER-CASE(WS-PROMOTE-PATTERN) TO
              WS-PROMOTE-PATTERN
           MOVE FUNCTION UPPER-CASE(WS-EV-REMARK) TO WS-UPPER-REMARK
           COMPUTE WS-PAT-CHARS = FUNCTION LENGTH(FUNCTION TRIM(
              WS-PROMOTE-PATTERN))
           MOVE "N" TO WS-PAT-HIT
           IF WS-PROMOTE-PATTERN(1:1) NOT = SPACE THEN
              PERFORM VARYING WS-PAT-POS FROM 1 BY 1 UNTIL
                 WS-PAT-POS > 61 - WS-PAT-CHARS OR WS-PAT-HIT = "Y"
                 IF WS-UPPER-REMARK(WS-PAT-POS:WS-PAT-CHARS) =
                    WS-PROMOTE-PATTERN(1:WS-PAT-CHARS) THEN
                    MOVE "Y" TO WS-PAT-HIT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PAT-HIT = "N" THEN
              MOVE "PATTERN NOT FOUND IN THE REMARK" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-REPLY-TABLE-COUNTS
              IF WS-REPLY-ON-FILE = "N" THEN
                 MOVE "NO REPLY TABLE ON FILE" TO WS-REASON
              ELSE
              IF WS-PATTERN-TAKEN = "Y" THEN
                 MOVE "PATTERN ALREADY ON FILE" TO WS-REASON
              ELSE
              IF WS-REPLY-COUNT NOT < 50 THEN
                 MOVE "REPLY TABLE FULL (50 ENTRIES)" TO WS-REASON
              END-IF
              END-IF
              END-IF
           END-IF.
       END-CHECK-PROMOTION.


       LOAD-REPLY-TABLE-COUNTS.
           MOVE "N" TO WS-REPLY-ON-FILE
           MOVE "N" TO WS-PATTERN-TAKEN
           MOVE 0 TO WS-REPLY-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BOB-REPLY-TABLE
           IF WS-REPLY-STATUS = "00" THEN
              MOVE "Y" TO WS-REPLY-ON-FILE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ BOB-REPLY-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-REPLY-COUNT
                       IF BRT-TYPE = "K" AND
                          BRT-PATTERN = WS-PROMOTE-PATTERN THEN
                          MOVE "Y" TO WS-PATTERN-TAKEN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOB-REPLY-TABLE
           END-IF.
       END-LOAD-REPLY-TABLE-COUNTS.


       PROMOTE-STAFF-REPLY.
      * The new K rule goes on the end of the table, behind the
      * patterns already there, and onto the reference audit.
           OPEN EXTEND BOB-REPLY-TABLE
           MOVE SPACES TO BOB-REPLY-TABLE-REC
           MOVE "K" TO BRT-TYPE
           MOVE WS-PROMOTE-PATTERN TO BRT-PATTERN
           MOVE WS-STAFF-REPLY TO BRT-REPLY
           WRITE BOB-REPLY-TABLE-REC
           CLOSE BOB-REPLY-TABLE
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO WS-NEW-TEXT
           STRING "K " WS-PROMOTE-PATTERN
              DELIMITED BY SIZE INTO WS-NEW-TEXT
           OPEN EXTEND REFERENCE-AUDIT
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              CLOSE REFERENCE-AUDIT
              OPEN OUTPUT REFERENCE-AUDIT
           END-IF
           MOVE SPACES TO REFERENCE-AUDIT-REC
           STRING WS-AUDIT-DATE " " WS-AUDIT-TIME " "
              WS-OPERATOR " BOBREPLY PROMOTE "
              " OLD (NEW ENTRY)               NEW " WS-NEW-TEXT
              DELIMITED BY SIZE INTO REFERENCE-AUDIT-REC
           WRITE REFERENCE-AUDIT-REC
           CLOSE REFERENCE-AUDIT
           DISPLAY "PROMOTED TO REPLY RULE K " WS-PROMOTE-PATTERN.
       END-PROMOTE-STAFF-REPLY.


       FILE-REPLY-ON-TRANSCRIPT.
      * The transcript is copied through with the staff reply set in
      * on the line after the escalated BOB line, then the copy
      * replaces it. An exchange already cut over to an older
      * generation takes the reply, tagged with its number, at the
      * end of the live transcript instead.
           MOVE "N" TO WS-EXCHANGE-FOUND
           MOVE "N" TO WS-EOF-SWITCH
           OPEN OUTPUT TRANSCRIPT-WORK
           OPEN INPUT TRANSCRIPT-LOG
           IF WS-TRANS-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TRANSCRIPT-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE TRANSCRIPT-LOG-REC TO TRANSCRIPT-WORK-REC
                       WRITE TRANSCRIPT-WORK-REC
                       IF TRANSCRIPT-LOG-REC(1:5) = "BOB: " AND
                          TRANSCRIPT-LOG-REC(81:20) = WS-ESCAL-TAG AND
                          WS-EXCHANGE-FOUND = "N" THEN
                          MOVE "Y" TO WS-EXCHANGE-FOUND
                          PERFORM WRITE-STAFF-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSCRIPT-LOG
           END-IF
           IF WS-EXCHANGE-FOUND = "N" THEN
              PERFORM WRITE-STAFF-LINE
              DISPLAY "EXCHANGE NO LONGER ON THE LIVE TRANSCRIPT - "
                 "REPLY FILED AT THE END"
           END-IF
           CLOSE TRANSCRIPT-WORK
           MOVE "BOBLOGWK" TO WS-RENAME-FROM
           MOVE "BOBLOG" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           MOVE 0 TO RETURN-CODE.
       END-FILE-REPLY-ON-TRANSCRIPT.


       WRITE-STAFF-LINE.
           MOVE SPACES TO TRANSCRIPT-WORK-REC
           STRING "STAFF: " FUNCTION TRIM(WS-STAFF-REPLY, TRAILING)
              DELIMITED BY SIZE INTO TRANSCRIPT-WORK-REC
           MOVE WS-ESCAL-TAG TO TRANSCRIPT-WORK-REC(81:20)
           WRITE TRANSCRIPT-WORK-REC.
       END-WRITE-STAFF-LINE.


       MARK-ESCALATION-ANSWERED.
      * The queue is copied through with the one entry updated, then
      * the copy replaces it.
           MOVE "A" TO WS-EV-STATUS
           MOVE WS-STAFF-REPLY TO WS-EV-STAFF-REPLY
           MOVE WS-OPERATOR TO WS-EV-ANSWERED-BY
           MOVE WS-BUSI-DATE TO WS-EV-ANSWERED-ON
           MOVE WS-PROMOTE-PATTERN TO WS-EV-PATTERN
           MOVE "N" TO WS-EOF-SWITCH
           OPEN OUTPUT ESCALATION-WORK
           OPEN INPUT ESCALATION-QUEUE
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ ESCALATION-QUEUE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF BEQ-ID = WS-ESCAL-NUMBER THEN
                       MOVE WS-ENTRY-HOLD TO ESCALATION-WORK-REC
                    ELSE
                       MOVE ESCALATION-QUEUE-REC TO
                          ESCALATION-WORK-REC
                    END-IF
                    WRITE ESCALATION-WORK-REC
              END-READ
           END-PERFORM
           CLOSE ESCALATION-QUEUE
           CLOSE ESCALATION-WORK
           MOVE "BOBESCWK" TO WS-RENAME-FROM
           MOVE "BOBESCAL" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           MOVE 0 TO RETURN-CODE.
       END-MARK-ESCALATION-ANSWERED.


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
           STRING "BOB-ESCALATION - OPERATOR "
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
              " BOB-ESCALATION BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "BOB-ESCALATION - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "BOB-ESCALATION - " WS-ESCAL-ACTION
              " BY " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "BOB-ESCALATION - REJECTED " WS-ESCAL-ACTION
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
           MOVE "BOB-ESCALATION - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "BOB-ESCALATION - RUN END" TO WS-LOG-TEXT
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
