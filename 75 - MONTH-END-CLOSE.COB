           SELECT CLOSING-TOTALS ASSIGN TO "CLOSTOTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSTOT-STATUS.
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
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 CLT-FILE   PIC X(8).
           05 CLT-COUNT  PIC 9(6).
           05 CLT-SUM    PIC 9(10).
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
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       WORKING-STORAGE SECTION.
      * WS-ACTION: CLOSE runs the whole close for WS-PERIOD (blank
      * means the business date's month); REOPEN deliberately
      * unseals a closed period, and says so loudly on the log --
      * and only on an approved RUN-APPROVAL request for it, run
      * by a named operator who is filed as the one who used it.
       01 WS-ACTION PIC X(10) VALUE SPACES.
       01 WS-PERIOD PIC X(6) VALUE SPACES.
       01 WS-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-CLOSED-STATUS PIC XX.
       01 WS-CTLTOT-STATUS PIC XX.
       01 WS-CLOSTOT-STATUS PIC XX.
       01 WS-IDX PIC 99.
       01 WS-FOUND-IDX PIC 99.
       01 WS-STEP-NAME PIC X(20).
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
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W

       CLOSE-THE-PERIOD.
      * The period's last night, all in one run: final standings,
      * player statements, the dice fairness audit, the archive
      * sweep, the clinic's receivables aging, the closing totals
      * snapshot, and only then the seal that makes later postings
      * refuse.
           MOVE 0 TO WS-FOUND-IDX
              PERFORM CALL-ONE-CLOSE-STEP
              MOVE "PLAYER-STATEMENT" TO WS-STEP-NAME
              PERFORM CALL-ONE-CLOSE-STEP
              MOVE "DICE-FAIRNESS" TO WS-STEP-NAME
              PERFORM CALL-ONE-CLOSE-STEP
              MOVE "SCORECARD-ARCHIVE" TO WS-STEP-NAME
              PERFORM CALL-ONE-CLOSE-STEP
              MOVE "AR-AGING" TO WS-STEP-NAME
              PERFORM CALL-ONE-CLOSE-STEP
              PERFORM WRITE-CLOSING-TOTALS
              IF WS-PERIOD-COUNT < 60 THEN
                 ADD 1 TO WS-PERIOD-COUNT

       REOPEN-THE-PERIOD.
      * Corrections to a closed month are a deliberate act with a
      * loud line on the log, not a quiet rewrite of history, and
      * a second operator has to have agreed to it beforehand.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-PERIOD-COUNT
           END-PERFORM
           IF WS-FOUND-IDX = 0 THEN
              DISPLAY "PERIOD " WS-PERIOD " IS NOT CLOSED"
           END-IF
           IF WS-FOUND-IDX NOT = 0 AND WS-OPERATOR = SPACES THEN
              DISPLAY "PERIOD " WS-PERIOD " NOT REOPENED - REOPEN "
                 "NEEDS A SIGNING OPERATOR"
              MOVE SPACES TO WS-LOG-TEXT
              STRING "MONTH-END-CLOSE - REOPEN OF " WS-PERIOD
                 " REFUSED - NO OPERATOR"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
              MOVE 0 TO WS-FOUND-IDX
           END-IF
           IF WS-FOUND-IDX NOT = 0 THEN
              MOVE "REOPEN" TO WS-APPROVAL-ACTION
              MOVE WS-PERIOD TO WS-APPROVAL-PARAMS
              MOVE WS-OPERATOR TO WS-APPROVAL-RUNNER
              PERFORM CLAIM-RUN-APPROVAL
           END-IF
           IF WS-FOUND-IDX NOT = 0 AND WS-APPROVAL-OK = "N" THEN
              DISPLAY "PERIOD " WS-PERIOD " NOT REOPENED - NO UNUSED "
                 "APPROVAL FOR IT"
              MOVE SPACES TO WS-LOG-TEXT
              STRING "MONTH-END-CLOSE - REOPEN OF " WS-PERIOD
                 " REFUSED - NOT APPROVED"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF
           IF WS-FOUND-IDX NOT = 0 AND WS-APPROVAL-OK = "Y" THEN
              PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1 UNTIL
                 WS-IDX >= WS-PERIOD-COUNT
                 MOVE WS-PD-ENTRY(WS-IDX + 1) TO WS-PD-ENTRY(WS-IDX)
              DISPLAY "PERIOD " WS-PERIOD " REOPENED"
              MOVE SPACES TO WS-LOG-TEXT
              STRING "MONTH-END-CLOSE - PERIOD " WS-PERIOD
                 " REOPENED UNDER APPROVAL " WS-APPROVAL-ID
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
       END-SAVE-CLOSED-PERIODS.


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


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
