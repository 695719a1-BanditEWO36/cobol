           SELECT ERASURE-AUDIT ASSIGN TO "ERASAUDT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERASE-STATUS.
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
      * The operator master. Only consulted when the batch window is
      * set, to see whether the operator holds the override function.
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
       01 ERASE-STAGE-REC PIC X(100).
       FD  ERASURE-AUDIT.
       01 ERASURE-AUDIT-REC PIC X(100).
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
      * The erasure is named by registry id, and the operator
      * running it signs the audit record; a call with no operator
      * is refused, because "somebody erased it" is not a sign-off.
      * The id has to match an approved RUN-APPROVAL request.
       01 WS-ERASE-ID PIC X(6) VALUE SPACES.
       01 WS-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-FUNC-TALLY PIC 99.
       01 WS-SIGNON-OK PIC X.
       01 WS-PM-STATUS PIC XX.
       01 WS-YACHT-STATUS PIC XX.
       01 WS-DARTS-STATUS PIC XX.
      * sequential-file pass.
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
      * Per-file tallies for the audit record.
       01 WS-GONE-YACHT   PIC 999 VALUE 0.
       01 WS-GONE-DARTS   PIC 999 VALUE 0.
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
       PLAYER-ERASE.
           PERFORM LOG-RUN-START
           PERFORM RESOLVE-ERASE-ID
      * The erasure rewrites the cards, the score history and the
      * registry the night's chain posts to and archives, so it
      * waits for the batch window before the approval is used.
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "ERASE" TO WS-APPROVAL-ACTION
              MOVE WS-ERASE-ID TO WS-APPROVAL-PARAMS
              MOVE WS-OPERATOR TO WS-APPROVAL-RUNNER
              PERFORM CLAIM-RUN-APPROVAL
              IF WS-APPROVAL-OK = "N" THEN
                 MOVE "NO UNUSED APPROVAL FOR THIS ERASURE" TO
                    WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ERASURE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              DISPLAY "ERASING " WS-ERASE-NAME " (" WS-ERASE-ID
                 ") - SIGNED OFF BY " WS-OPERATOR
                 " UNDER APPROVAL " WS-APPROVAL-ID
              PERFORM REMOVE-YACHT-CARDS
              PERFORM REMOVE-DARTS-SESSIONS
              PERFORM REMOVE-THROW-DETAIL
              " Y" WS-GONE-YACHT " D" WS-GONE-DARTS
              " T" WS-GONE-DETAIL " H" WS-GONE-HISTORY
              " O" WS-GONE-OVERFLOW " J" WS-GONE-AUDIT
              " APPROVAL " WS-APPROVAL-ID
              DELIMITED BY SIZE INTO ERASURE-AUDIT-REC
           WRITE ERASURE-AUDIT-REC
           CLOSE ERASURE-AUDIT.
       END-WRITE-ERASURE-AUDIT.


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
              " PLAYER-ERASE BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PLAYER-ERASE - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PLAYER-ERASE - " WS-ERASE-ID
              " BY " WS-OPERATOR " APPROVAL " WS-APPROVAL-ID
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
