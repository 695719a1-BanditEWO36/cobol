       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATIENT-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The demographics master; the merge checks both ids here and
      * deactivates the duplicate when it's done.
           SELECT PATIENT-DEMOGRAPHICS ASSIGN TO "PATDEMOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMOG-STATUS.
      * The before/after trail ADT-INTAKE keeps on the master; the
      * duplicate going inactive is a demographic change like any
      * other.
           SELECT DEMOGRAPHICS-AUDIT ASSIGN TO "DEMOGAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMAUD-STATUS.
      * The pseudonym crosswalk is keyed by patient id, so the
      * duplicate's entry is rekeyed rather than re-labeled.
           SELECT PSEUDONYM-CROSSWALK ASSIGN TO "ALRGPSEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PSX-PATIENT
              FILE STATUS IS WS-PSEUDO-STATUS.
      * The staging pair for every sequential file a patient's
      * record lives in -- results, screening history, orders,
      * urgent referrals, referral tracking, access trail. The file
      * is renamed aside onto the stage in one motion, streamed
      * into the out file with the duplicate's id re-labeled, and
      * the out file renamed back into place, so one pass serves
      * every file and none is ever held in storage.
           SELECT MERGE-STAGE ASSIGN TO "PMRGSTAG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STAGE-STATUS.
           SELECT MERGE-OUT ASSIGN TO "PMRGOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUT-STATUS.
      * The patient merge audit: a line when the merge starts, a
      * line for every record that moved or was superseded, and a
      * closing line of per-file tallies -- what a regulator asking
      * where a patient's records went is shown.
           SELECT PATIENT-MERGE-AUDIT ASSIGN TO "PMRGAUDT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MERGE-STATUS.
      * The operator master: who may run which maintenance
      * function. A record per operator carries the function
      * letters they hold; a destructive action checks here before
      * it runs, and the audit trails say who, not just what.
      * A shop with no master on file yet maintains unchecked, the
      * arrangement every registry here starts under.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The one-record handoff the operator console leaves before
      * it calls this program: the answers the operator typed at
      * the menu. A standalone run, with no request on file or one
      * left for some other program, carries on from its
      * working-storage switches exactly as it always has.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.
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
       FD  PATIENT-DEMOGRAPHICS.
       01 PATIENT-DEMOGRAPHICS-REC.
           05 PDM-ID     PIC X(10).
           05 PDM-NAME   PIC X(30).
           05 PDM-DOB    PIC X(8).
           05 PDM-STATUS PIC X.
       FD  DEMOGRAPHICS-AUDIT.
       01 DEMOGRAPHICS-AUDIT-REC PIC X(120).
       FD  PSEUDONYM-CROSSWALK.
       01 PSEUDONYM-CROSSWALK-REC.
           05 PSX-PSEUDO  PIC X(10).
           05 PSX-PATIENT PIC X(10).
       FD  MERGE-STAGE.
       01 MERGE-STAGE-REC PIC X(260).
       FD  MERGE-OUT.
       01 MERGE-OUT-REC PIC X(260).
       FD  PATIENT-MERGE-AUDIT.
       01 PATIENT-MERGE-AUDIT-REC PIC X(120).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, F urgent
      * referral follow-up, M patient merge.
           05 OP-FUNCS PIC X(10).
      * OPERATOR-MAINT's passcode fields. Only OP-STATE is looked
      * at here: A active, S suspended, L locked out, and blank on
      * a record filed before passcodes, which counts as active.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
       FD  CONSOLE-REQUEST.
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
      * The merge is named by patient id: WS-SURVIVOR-ID keeps the
      * records, WS-DUPLICATE-ID is folded into it and deactivated.
      * WS-OPERATOR is checked for the merge function and named on
      * the audit.
       01 WS-SURVIVOR-ID  PIC X(10) VALUE SPACES.
       01 WS-DUPLICATE-ID PIC X(10) VALUE SPACES.
       01 WS-OPERATOR     PIC X(10) VALUE SPACES.
       01 WS-DEMOG-STATUS  PIC XX.
       01 WS-DEMAUD-STATUS PIC XX.
       01 WS-PSEUDO-STATUS PIC XX.
       01 WS-STAGE-STATUS  PIC XX.
       01 WS-OUT-STATUS    PIC XX.
       01 WS-MERGE-STATUS  PIC XX.
       01 WS-CONREQ-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * Sign-on check scratch: the function this action needs and
      * whether the named operator holds it.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-FUNC-TALLY PIC 99.
      * The master held in storage while the duplicate's status is
      * flipped, then written back in full.
       01 WS-PAT-COUNT PIC 9(4) VALUE 0.
       01 WS-PATIENT-TABLE.
           05 WS-PAT-ENTRY OCCURS 2000 TIMES.
              10 WS-PAT-ID     PIC X(10).
              10 WS-PAT-NAME   PIC X(30).
              10 WS-PAT-DOB    PIC X(8).
              10 WS-PAT-STATUS PIC X.
       01 WS-PAT-IDX PIC 9(4).
       01 WS-SURVIVOR-IDX  PIC 9(4) VALUE 0.
       01 WS-DUPLICATE-IDX PIC 9(4) VALUE 0.
      * One re-label pass: which file, where in its record the
      * patient id sits, where the key that names the record on the
      * audit sits, and a patient whose row is dropped instead of
      * carried (the superseded results row; blank on every other
      * file).
       01 WS-RELABEL-FILE   PIC X(8).
       01 WS-RELABEL-POS    PIC 999.
       01 WS-RELABEL-KEY-POS PIC 999.
       01 WS-RELABEL-KEY-LEN PIC 99.
       01 WS-DROP-PATIENT   PIC X(10).
       01 WS-RELABEL-TALLY  PIC 9(4).
       01 WS-DROPPED-TALLY  PIC 9(4).
      * The results master holds one latest screen per patient.
      * When both ids have one, the later screen stands under the
      * survivor and the earlier is superseded -- every screen is
      * still on the screening history, which moves in full.
       01 WS-SURVIVOR-RES-DATE  PIC X(8).
       01 WS-DUPLICATE-RES-DATE PIC X(8).
       01 WS-SURVIVOR-HAS-RES   PIC X.
       01 WS-DUPLICATE-HAS-RES  PIC X.
      * The rename pair handed to CBL_RENAME_FILE.
       01 WS-RENAME-FROM PIC X(30).
       01 WS-RENAME-TO   PIC X(30).
      * The duplicate's pseudonym, held while it is rekeyed.
       01 WS-PSEUDO-HELD PIC X(10).
      * Per-file moved-record tallies for the closing audit line.
       01 WS-MOVED-RESULTS  PIC 9(4) VALUE 0.
       01 WS-MOVED-HISTORY  PIC 9(4) VALUE 0.
       01 WS-MOVED-ORDERS   PIC 9(4) VALUE 0.
       01 WS-MOVED-URGENT   PIC 9(4) VALUE 0.
       01 WS-MOVED-TRACKING PIC 9(4) VALUE 0.
       01 WS-MOVED-ACCESS   PIC 9(4) VALUE 0.
       01 WS-MOVED-PSEUDO   PIC 9(4) VALUE 0.
       01 WS-SUPERSEDED     PIC 9(4) VALUE 0.
       01 WS-SKIPPED-CLASH  PIC 9(4) VALUE 0.
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-AUDIT-ACTION PIC X(10).
       01 WS-AUDIT-KEY    PIC X(20).
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
       PATIENT-MERGE.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           PERFORM GET-BUSINESS-DATE
           PERFORM RESOLVE-BOTH-IDS
           IF WS-REASON = SPACES THEN
              MOVE "M" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR MERGE" TO WS-REASON
              END-IF
           END-IF
      * The merge rewrites the demographics and the clinical masters
      * that ADT-INTAKE and ALLERGIES rewrite in the night's chain,
      * so it waits for the batch window.
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "MERGE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              DISPLAY "MERGING PATIENT " WS-DUPLICATE-ID " INTO "
                 WS-SURVIVOR-ID
              MOVE "STARTED" TO WS-AUDIT-ACTION
              MOVE WS-OPERATOR TO WS-AUDIT-KEY
              MOVE SPACES TO WS-RELABEL-FILE
              PERFORM WRITE-MERGE-AUDIT-LINE
              PERFORM MERGE-RESULTS-MASTER
              PERFORM MERGE-SCREENING-HISTORY
              PERFORM MERGE-ORDERS-MASTER
              PERFORM MERGE-URGENT-REFERRALS
              PERFORM MERGE-REFERRAL-TRACKING
              PERFORM MERGE-ACCESS-AUDIT
              PERFORM REKEY-PSEUDONYM
              PERFORM DEACTIVATE-DUPLICATE
              PERFORM WRITE-MERGE-TOTALS
              DISPLAY "MERGE COMPLETE - RESULTS " WS-MOVED-RESULTS
                 " HISTORY " WS-MOVED-HISTORY
                 " ORDERS " WS-MOVED-ORDERS
                 " URGENT " WS-MOVED-URGENT
              DISPLAY "   TRACKING " WS-MOVED-TRACKING
                 " ACCESS " WS-MOVED-ACCESS
                 " PSEUDONYM " WS-MOVED-PSEUDO
                 " SUPERSEDED " WS-SUPERSEDED
                 " CLASHES LEFT IN PLACE " WS-SKIPPED-CLASH
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-PATIENT-MERGE.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "PATIENT-MERGE" AND
                       WS-SURVIVOR-ID = SPACES AND
                       WS-DUPLICATE-ID = SPACES THEN
                       MOVE CRQ-FIELDS(1:10) TO WS-SURVIVOR-ID
                       MOVE CRQ-FIELDS(11:10) TO WS-DUPLICATE-ID
                       MOVE CRQ-FIELDS(21:10) TO WS-OPERATOR
                       IF WS-WINDOW-REASON = SPACES THEN
                          MOVE CRQ-WINDOW-WHY TO WS-WINDOW-REASON
                       END-IF
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.


       RESOLVE-BOTH-IDS.
      * Both ids have to be on the demographics master and
      * distinct. The master has to be on file: a merge nobody can
      * check both ids against isn't run.
           IF WS-SURVIVOR-ID = SPACES OR WS-DUPLICATE-ID = SPACES THEN
              MOVE "MERGE NEEDS SURVIVOR AND DUPLICATE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-SURVIVOR-ID = WS-DUPLICATE-ID THEN
              MOVE "SURVIVOR AND DUPLICATE ARE SAME ID" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-DEMOGRAPHICS-MASTER
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VARYING WS-PAT-IDX FROM 1 BY 1 UNTIL
                 WS-PAT-IDX > WS-PAT-COUNT
                 IF WS-PAT-ID(WS-PAT-IDX) = WS-SURVIVOR-ID THEN
                    MOVE WS-PAT-IDX TO WS-SURVIVOR-IDX
                 END-IF
                 IF WS-PAT-ID(WS-PAT-IDX) = WS-DUPLICATE-ID THEN
                    MOVE WS-PAT-IDX TO WS-DUPLICATE-IDX
                 END-IF
              END-PERFORM
              IF WS-SURVIVOR-IDX = 0 THEN
                 MOVE "SURVIVOR ID NOT ON DEMOGRAPHICS" TO WS-REASON
              END-IF
              IF WS-REASON = SPACES AND WS-DUPLICATE-IDX = 0 THEN
                 MOVE "DUPLICATE ID NOT ON DEMOGRAPHICS" TO WS-REASON
              END-IF
           END-IF.
       END-RESOLVE-BOTH-IDS.


       LOAD-DEMOGRAPHICS-MASTER.
           MOVE 0 TO WS-PAT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PATIENT-DEMOGRAPHICS
           IF WS-DEMOG-STATUS NOT = "00" THEN
              MOVE "NO DEMOGRAPHICS MASTER ON FILE" TO WS-REASON
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PATIENT-DEMOGRAPHICS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PAT-COUNT < 2000 THEN
                          ADD 1 TO WS-PAT-COUNT
                          MOVE PDM-ID TO WS-PAT-ID(WS-PAT-COUNT)
                          MOVE PDM-NAME TO WS-PAT-NAME(WS-PAT-COUNT)
                          MOVE PDM-DOB TO WS-PAT-DOB(WS-PAT-COUNT)
                          MOVE PDM-STATUS TO
                             WS-PAT-STATUS(WS-PAT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATIENT-DEMOGRAPHICS
           END-IF.
       END-LOAD-DEMOGRAPHICS-MASTER.


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


       MERGE-RESULTS-MASTER.
      * A look over the results master first for each id's latest
      * screen date; then the pass re-labels the duplicate's row, or
      * drops whichever of the two rows is the earlier screen.
           MOVE "N" TO WS-SURVIVOR-HAS-RES
           MOVE "N" TO WS-DUPLICATE-HAS-RES
           MOVE SPACES TO WS-SURVIVOR-RES-DATE
           MOVE SPACES TO WS-DUPLICATE-RES-DATE
           MOVE "ALRGYRES" TO WS-RENAME-FROM
           MOVE "PMRGSTAG" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           IF RETURN-CODE = 0 THEN
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT MERGE-STAGE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ MERGE-STAGE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF MERGE-STAGE-REC(1:10) = WS-SURVIVOR-ID THEN
                          MOVE "Y" TO WS-SURVIVOR-HAS-RES
                          MOVE MERGE-STAGE-REC(240:8) TO
                             WS-SURVIVOR-RES-DATE
                       END-IF
                       IF MERGE-STAGE-REC(1:10) = WS-DUPLICATE-ID
                          THEN
                          MOVE "Y" TO WS-DUPLICATE-HAS-RES
                          MOVE MERGE-STAGE-REC(240:8) TO
                             WS-DUPLICATE-RES-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERGE-STAGE
              MOVE "PMRGSTAG" TO WS-RENAME-FROM
              MOVE "ALRGYRES" TO WS-RENAME-TO
              CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM
                 WS-RENAME-TO
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-DROP-PATIENT
           IF WS-SURVIVOR-HAS-RES = "Y" AND
              WS-DUPLICATE-HAS-RES = "Y" THEN
              IF WS-DUPLICATE-RES-DATE > WS-SURVIVOR-RES-DATE THEN
                 MOVE WS-SURVIVOR-ID TO WS-DROP-PATIENT
              ELSE
                 MOVE WS-DUPLICATE-ID TO WS-DROP-PATIENT
              END-IF
           END-IF
           MOVE "ALRGYRES" TO WS-RELABEL-FILE
           MOVE 1 TO WS-RELABEL-POS
           MOVE 240 TO WS-RELABEL-KEY-POS
           MOVE 8 TO WS-RELABEL-KEY-LEN
           PERFORM RELABEL-PATIENT-FILE
           MOVE WS-RELABEL-TALLY TO WS-MOVED-RESULTS
           ADD WS-DROPPED-TALLY TO WS-SUPERSEDED
           MOVE SPACES TO WS-DROP-PATIENT.
       END-MERGE-RESULTS-MASTER.


       MERGE-SCREENING-HISTORY.
      * Keyed on the audit by the screen's date.
           MOVE "ALRGYHST" TO WS-RELABEL-FILE
           MOVE 1 TO WS-RELABEL-POS
           MOVE 11 TO WS-RELABEL-KEY-POS
           MOVE 8 TO WS-RELABEL-KEY-LEN
           PERFORM RELABEL-PATIENT-FILE
           MOVE WS-RELABEL-TALLY TO WS-MOVED-HISTORY.
       END-MERGE-SCREENING-HISTORY.


       MERGE-ORDERS-MASTER.
      * The patient sits after the order number, which keys the
      * audit line.
           MOVE "ORDRSMST" TO WS-RELABEL-FILE
           MOVE 9 TO WS-RELABEL-POS
           MOVE 1 TO WS-RELABEL-KEY-POS
           MOVE 8 TO WS-RELABEL-KEY-LEN
           PERFORM RELABEL-PATIENT-FILE
           MOVE WS-RELABEL-TALLY TO WS-MOVED-ORDERS.
       END-MERGE-ORDERS-MASTER.


       MERGE-URGENT-REFERRALS.
      * Keyed on the audit by the referral reason.
           MOVE "ALRGYURG" TO WS-RELABEL-FILE
           MOVE 1 TO WS-RELABEL-POS
           MOVE 11 TO WS-RELABEL-KEY-POS
           MOVE 20 TO WS-RELABEL-KEY-LEN
           PERFORM RELABEL-PATIENT-FILE
           MOVE WS-RELABEL-TALLY TO WS-MOVED-URGENT.
       END-MERGE-URGENT-REFERRALS.


       MERGE-REFERRAL-TRACKING.
      * Keyed on the audit by the date the referral opened.
           MOVE "REFTRACK" TO WS-RELABEL-FILE
           MOVE 1 TO WS-RELABEL-POS
           MOVE 11 TO WS-RELABEL-KEY-POS
           MOVE 8 TO WS-RELABEL-KEY-LEN
           PERFORM RELABEL-PATIENT-FILE
           MOVE WS-RELABEL-TALLY TO WS-MOVED-TRACKING.
       END-MERGE-REFERRAL-TRACKING.


       MERGE-ACCESS-AUDIT.
      * Access trail lines carry the patient in bytes 35-44, after
      * the date, time, operator and " VIEWED "; only that field
      * changes, so the rest of each line stays word for word. The
      * date and time of the look key the audit line.
           MOVE "ACCSAUDT" TO WS-RELABEL-FILE
           MOVE 35 TO WS-RELABEL-POS
           MOVE 1 TO WS-RELABEL-KEY-POS
           MOVE 15 TO WS-RELABEL-KEY-LEN
           PERFORM RELABEL-PATIENT-FILE
           MOVE WS-RELABEL-TALLY TO WS-MOVED-ACCESS.
       END-MERGE-ACCESS-AUDIT.


       RELABEL-PATIENT-FILE.
      * Staged handoff: the file is renamed aside in one motion,
      * streamed into the out file with the duplicate's id swapped
      * for the survivor's -- every record that moves gets a line on
      * the merge audit -- and the out file renamed back. A file not
      * on disk has nothing of the patient's to move.
           MOVE 0 TO WS-RELABEL-TALLY
           MOVE 0 TO WS-DROPPED-TALLY
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-RELABEL-FILE TO WS-RENAME-FROM
           MOVE "PMRGSTAG" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           IF RETURN-CODE = 0 THEN
              OPEN INPUT MERGE-STAGE
              OPEN OUTPUT MERGE-OUT
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ MERGE-STAGE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM RELABEL-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE MERGE-STAGE
              CLOSE MERGE-OUT
              MOVE "PMRGOUT" TO WS-RENAME-FROM
              MOVE WS-RELABEL-FILE TO WS-RENAME-TO
              CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM
                 WS-RENAME-TO
              PERFORM EMPTY-MERGE-STAGE
           END-IF
           MOVE 0 TO RETURN-CODE.
       END-RELABEL-PATIENT-FILE.


       RELABEL-ONE-RECORD.
           MOVE SPACES TO WS-AUDIT-KEY
           MOVE MERGE-STAGE-REC(WS-RELABEL-KEY-POS:
              WS-RELABEL-KEY-LEN) TO WS-AUDIT-KEY
           IF WS-DROP-PATIENT NOT = SPACES AND
              MERGE-STAGE-REC(WS-RELABEL-POS:10) = WS-DROP-PATIENT
              THEN
              ADD 1 TO WS-DROPPED-TALLY
              MOVE "SUPERSEDED" TO WS-AUDIT-ACTION
              PERFORM WRITE-MERGE-AUDIT-LINE
           ELSE
              IF MERGE-STAGE-REC(WS-RELABEL-POS:10) = WS-DUPLICATE-ID
                 THEN
                 MOVE WS-SURVIVOR-ID TO
                    MERGE-STAGE-REC(WS-RELABEL-POS:10)
                 ADD 1 TO WS-RELABEL-TALLY
                 MOVE "MOVED" TO WS-AUDIT-ACTION
                 PERFORM WRITE-MERGE-AUDIT-LINE
              END-IF
              MOVE MERGE-STAGE-REC TO MERGE-OUT-REC
              WRITE MERGE-OUT-REC
           END-IF.
       END-RELABEL-ONE-RECORD.


       EMPTY-MERGE-STAGE.
      * A finished pass leaves the stage empty for the next one; a
      * run that dies mid-pass leaves the full pre-merge copy there
      * instead, which is the copy the operators recover from.
           OPEN OUTPUT MERGE-STAGE
           CLOSE MERGE-STAGE.
       END-EMPTY-MERGE-STAGE.


       REKEY-PSEUDONYM.
      * The duplicate's pseudonym moves to the survivor when the
      * survivor has none, so the spreadsheets keep lining the
      * patient up. When both have one it's a real clash -- the
      * survivor keeps its own, the duplicate's stays where it is,
      * and the operators get a warning line.
           OPEN I-O PSEUDONYM-CROSSWALK
           IF WS-PSEUDO-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE WS-DUPLICATE-ID TO PSX-PATIENT
              READ PSEUDONYM-CROSSWALK
                 INVALID KEY
                    MOVE SPACES TO WS-PSEUDO-HELD
                 NOT INVALID KEY
                    MOVE PSX-PSEUDO TO WS-PSEUDO-HELD
              END-READ
              IF WS-PSEUDO-HELD NOT = SPACES THEN
                 PERFORM MOVE-ONE-PSEUDONYM
              END-IF
              CLOSE PSEUDONYM-CROSSWALK
           END-IF.
       END-REKEY-PSEUDONYM.


       MOVE-ONE-PSEUDONYM.
           MOVE "ALRGPSEU" TO WS-RELABEL-FILE
           MOVE WS-PSEUDO-HELD TO PSX-PSEUDO
           MOVE WS-SURVIVOR-ID TO PSX-PATIENT
           WRITE PSEUDONYM-CROSSWALK-REC
              INVALID KEY
                 ADD 1 TO WS-SKIPPED-CLASH
                 DISPLAY "CLASH: BOTH IDS HAVE A PSEUDONYM - "
                    "DUPLICATE'S LEFT IN PLACE"
                 PERFORM LOG-MERGE-CLASH
              NOT INVALID KEY
                 ADD 1 TO WS-MOVED-PSEUDO
                 MOVE WS-DUPLICATE-ID TO PSX-PATIENT
                 DELETE PSEUDONYM-CROSSWALK
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE "MOVED" TO WS-AUDIT-ACTION
                 MOVE WS-PSEUDO-HELD TO WS-AUDIT-KEY
                 PERFORM WRITE-MERGE-AUDIT-LINE
           END-WRITE.
       END-MOVE-ONE-PSEUDONYM.


       DEACTIVATE-DUPLICATE.
      * The duplicate's row goes inactive, the same status a
      * discharge sets, so nothing new is filed under it; the change
      * is on the demographics trail like any other.
           IF WS-PAT-STATUS(WS-DUPLICATE-IDX) NOT = "I" THEN
              ACCEPT WS-AUDIT-TIME FROM TIME
              OPEN EXTEND DEMOGRAPHICS-AUDIT
              IF WS-DEMAUD-STATUS = "05" OR WS-DEMAUD-STATUS = "35"
                 CLOSE DEMOGRAPHICS-AUDIT
                 OPEN OUTPUT DEMOGRAPHICS-AUDIT
              END-IF
              MOVE SPACES TO DEMOGRAPHICS-AUDIT-REC
              STRING WS-BUSI-DATE " " WS-AUDIT-TIME(1:6) " "
                 "MERGE    MRG " WS-DUPLICATE-ID " STATUS"
                 " OLD " WS-PAT-STATUS(WS-DUPLICATE-IDX)
                 "                              NEW I"
                 DELIMITED BY SIZE INTO DEMOGRAPHICS-AUDIT-REC
              WRITE DEMOGRAPHICS-AUDIT-REC
              CLOSE DEMOGRAPHICS-AUDIT
              MOVE "I" TO WS-PAT-STATUS(WS-DUPLICATE-IDX)
           END-IF
           MOVE "PATDEMOG" TO WS-RELABEL-FILE
           MOVE "INACTIVE" TO WS-AUDIT-ACTION
           MOVE WS-DUPLICATE-ID TO WS-AUDIT-KEY
           PERFORM WRITE-MERGE-AUDIT-LINE
           OPEN OUTPUT PATIENT-DEMOGRAPHICS
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1 UNTIL WS-PAT-IDX >
              WS-PAT-COUNT
              MOVE WS-PAT-ID(WS-PAT-IDX) TO PDM-ID
              MOVE WS-PAT-NAME(WS-PAT-IDX) TO PDM-NAME
              MOVE WS-PAT-DOB(WS-PAT-IDX) TO PDM-DOB
              MOVE WS-PAT-STATUS(WS-PAT-IDX) TO PDM-STATUS
              WRITE PATIENT-DEMOGRAPHICS-REC
           END-PERFORM
           CLOSE PATIENT-DEMOGRAPHICS.
       END-DEACTIVATE-DUPLICATE.


       WRITE-MERGE-AUDIT-LINE.
      * One line per record touched, creating the audit file on the
      * first write: when, which merge, which file, what happened,
      * and the key that names the record there.
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND PATIENT-MERGE-AUDIT
           IF WS-MERGE-STATUS = "05" OR WS-MERGE-STATUS = "35"
              CLOSE PATIENT-MERGE-AUDIT
              OPEN OUTPUT PATIENT-MERGE-AUDIT
           END-IF
           MOVE SPACES TO PATIENT-MERGE-AUDIT-REC
           STRING WS-BUSI-DATE " " WS-AUDIT-TIME(1:6) " "
              WS-DUPLICATE-ID " INTO " WS-SURVIVOR-ID " "
              WS-RELABEL-FILE " " WS-AUDIT-ACTION " " WS-AUDIT-KEY
              DELIMITED BY SIZE INTO PATIENT-MERGE-AUDIT-REC
           WRITE PATIENT-MERGE-AUDIT-REC
           CLOSE PATIENT-MERGE-AUDIT.
       END-WRITE-MERGE-AUDIT-LINE.


       WRITE-MERGE-TOTALS.
      * The closing line: the per-file tallies, R results, H
      * history, O orders, U urgent, T tracking, A access, P
      * pseudonym, S superseded, C clashes.
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND PATIENT-MERGE-AUDIT
           IF WS-MERGE-STATUS = "05" OR WS-MERGE-STATUS = "35"
              CLOSE PATIENT-MERGE-AUDIT
              OPEN OUTPUT PATIENT-MERGE-AUDIT
           END-IF
           MOVE SPACES TO PATIENT-MERGE-AUDIT-REC
           STRING WS-BUSI-DATE " " WS-AUDIT-TIME(1:6) " "
              WS-DUPLICATE-ID " INTO " WS-SURVIVOR-ID " TOTALS"
              " R" WS-MOVED-RESULTS " H" WS-MOVED-HISTORY
              " O" WS-MOVED-ORDERS " U" WS-MOVED-URGENT
              " T" WS-MOVED-TRACKING " A" WS-MOVED-ACCESS
              " P" WS-MOVED-PSEUDO " S" WS-SUPERSEDED
              " C" WS-SKIPPED-CLASH
              DELIMITED BY SIZE INTO PATIENT-MERGE-AUDIT-REC
           WRITE PATIENT-MERGE-AUDIT-REC
           CLOSE PATIENT-MERGE-AUDIT.
       END-WRITE-MERGE-TOTALS.


       LOG-MERGE-CLASH.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PATIENT-MERGE - KEY CLASH ON " WS-RELABEL-FILE
              " - RECORD LEFT IN PLACE"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-MERGE-CLASH.


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
              " PATIENT-MERGE BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PATIENT-MERGE - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PATIENT-MERGE - " WS-DUPLICATE-ID " INTO "
              WS-SURVIVOR-ID
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PATIENT-MERGE - REJECTED - " WS-REASON
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
           MOVE "PATIENT-MERGE - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "PATIENT-MERGE - RUN END" TO WS-LOG-TEXT
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
