           SELECT PATIENT-TRANSACTIONS ASSIGN TO "PATNTRXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTX-STATUS.
      * The QC reference: one record per control material the lab
      * runs with a panel -- the lab's id for the control, the
      * panel code, the value it should read and how far either
      * side of it the lab's own tolerance allows. A panel with no
      * QC reference records isn't gated; no reference on file at
      * all means no gating, the way the shop ran before.
           SELECT LAB-QC-REFERENCE ASSIGN TO "LABQCREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QCREF-STATUS.
      * Patient rows from a panel run whose controls failed wait
      * here, in the lab's own layout, until the lab supervisor
      * signs the run off -- released onto the transaction feed,
      * or discarded for the lab to rerun and resend.
           SELECT LAB-HOLD ASSIGN TO "LABHOLD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLD-STATUS.
      * The supervisor's QC report for the delivery: each gated
      * panel run, its controls against their expected ranges, and
      * every run still waiting on a sign-off.
           SELECT QC-REPORT ASSIGN TO "LABQCRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QCRPT-STATUS.
      * One line per run held and per sign-off: which run, how many
      * rows, and who released or discarded them.
           SELECT QC-LOG ASSIGN TO "LABQCLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QCLOG-STATUS.
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
      * The distribution register: one line for every report the
      * night produces, saying where it goes and, once someone
      * has signed for it at REPORT-PICKUP, who took it and when.
           SELECT DISTRIBUTION-REGISTER ASSIGN TO "DISTREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTREG-STATUS.
      * The report just written, read back only to count its lines.
           SELECT DISTRIBUTION-COUNT ASSIGN USING WS-DIST-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTCNT-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 LBR-PANEL   PIC X(6).
           05 LBR-PATIENT PIC X(6).
           05 LBR-SCORE   PIC X(5).
      * The lab's run number: every row the analyser produced in one
      * run of the panel, controls included, carries the same one.
           05 LBR-RUN     PIC X(8).
           05 FILLER      PIC X(5).
       FD  LAB-MAPPING.
       01 LAB-MAPPING-REC.
           05 MAP-TYPE    PIC X.
           05 PTX-SCORE    PIC 9(5).
           05 PTX-TEST     PIC X(8).
           05 PTX-ITEM     PIC X(12).
       FD  LAB-QC-REFERENCE.
       01 LAB-QC-REFERENCE-REC.
           05 QCR-CONTROL   PIC X(6).
           05 QCR-PANEL     PIC X(6).
           05 QCR-EXPECTED  PIC 9(5).
           05 QCR-TOLERANCE PIC 9(5).
       FD  LAB-HOLD.
       01 LAB-HOLD-REC.
           05 HLD-LAB-REC   PIC X(30).
           05 HLD-HELD-DATE PIC X(8).
       FD  QC-REPORT.
       01 QC-REPORT-REC PIC X(80).
       FD  QC-LOG.
       01 QC-LOG-REC PIC X(100).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, F urgent
      * referral follow-up, M patient merge, Q lab QC sign-off.
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
       FD  DISTRIBUTION-COUNT.
       01 DISTRIBUTION-COUNT-REC PIC X(250).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 WS-REJECTLOG-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REJECT-REASON PIC X(35).
       01 WS-QCREF-STATUS PIC XX.
       01 WS-HOLD-STATUS  PIC XX.
       01 WS-QCRPT-STATUS PIC XX.
       01 WS-QCLOG-STATUS PIC XX.
       01 WS-CONREQ-STATUS PIC XX.
      * A run with no action given is the intake. RELEASE or
      * DISCARD is the lab supervisor's sign-off of one held panel
      * run, named by panel code and the lab's run number.
       01 WS-ACTION   PIC X(8) VALUE SPACES.
       01 WS-QC-PANEL PIC X(6) VALUE SPACES.
       01 WS-QC-RUN   PIC X(8) VALUE SPACES.
       01 WS-OPERATOR PIC X(10) VALUE SPACES.
      * Sign-on check scratch: the function this action needs and
      * whether the named operator holds it.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-FUNC-TALLY PIC 99.
      * The QC reference held in storage.
       01 WS-QCR-COUNT PIC 999 VALUE 0.
       01 WS-QCR-TABLE.
           05 WS-QCR-ENTRY OCCURS 100 TIMES.
              10 WS-QCR-CONTROL   PIC X(6).
              10 WS-QCR-PANEL     PIC X(6).
              10 WS-QCR-EXPECTED  PIC 9(5).
              10 WS-QCR-TOLERANCE PIC 9(5).
       01 WS-QCR-IDX PIC 999.
       01 WS-QCR-FOUND PIC 999.
      * Every panel run on the delivery: whether its panel is gated,
      * its controls seen and failed, its patient rows, and whether
      * those rows are held.
       01 WS-PRUN-COUNT PIC 999 VALUE 0.
       01 WS-PRUN-TABLE.
           05 WS-PRUN-ENTRY OCCURS 100 TIMES.
              10 WS-PRUN-PANEL    PIC X(6).
              10 WS-PRUN-ID       PIC X(8).
              10 WS-PRUN-GATED    PIC X.
              10 WS-PRUN-CONTROLS PIC 99.
              10 WS-PRUN-FAILS    PIC 99.
              10 WS-PRUN-ROWS     PIC 999.
              10 WS-PRUN-HELD     PIC X.
       01 WS-PRUN-IDX PIC 999.
       01 WS-PRUN-FOUND PIC 999.
      * Each control sample read, with its verdict, for the report.
       01 WS-CTL-COUNT PIC 999 VALUE 0.
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 300 TIMES.
              10 WS-CTL-RUN      PIC 999.
              10 WS-CTL-ID       PIC X(6).
              10 WS-CTL-SCORE    PIC X(5).
              10 WS-CTL-EXPECTED PIC 9(5).
              10 WS-CTL-TOL      PIC 9(5).
              10 WS-CTL-VERDICT  PIC X(8).
       01 WS-CTL-IDX PIC 999.
       01 WS-QC-SCORE PIC S9(6).
       01 WS-QC-LOW   PIC S9(6).
       01 WS-QC-HIGH  PIC S9(6).
      * Held runs still waiting on a sign-off, gathered off the hold
      * file for the foot of the report.
       01 WS-AWAIT-COUNT PIC 999 VALUE 0.
       01 WS-AWAIT-TABLE.
           05 WS-AWAIT-ENTRY OCCURS 100 TIMES.
              10 WS-AWAIT-PANEL PIC X(6).
              10 WS-AWAIT-RUN   PIC X(8).
              10 WS-AWAIT-DATE  PIC X(8).
              10 WS-AWAIT-ROWS  PIC 999.
       01 WS-AWAIT-IDX PIC 999.
       01 WS-AWAIT-FOUND PIC 999.
      * The hold file held in storage during a sign-off, so the
      * signed-off run's rows can come out and the rest go back.
       01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY PIC X(38) OCCURS 1000 TIMES.
       01 WS-HOLD-IDX PIC 9(4).
       01 WS-SIGNED-COUNT PIC 999 VALUE 0.
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-RPT-LINE PIC X(80).
       01 WS-RPT-RESULT PIC X(12).
      * The mapping reference held in storage: patient pairings and
      * panel-code pairings each in their own table.
       01 WS-PMAP-COUNT PIC 999 VALUE 0.
       01 WS-OUR-ITEM    PIC X(12).
       01 WS-TRANSLATED-COUNT PIC 999 VALUE 0.
       01 WS-REJECTED-COUNT PIC 999 VALUE 0.
       01 WS-CONTROL-COUNT PIC 999 VALUE 0.
       01 WS-HELD-COUNT PIC 999 VALUE 0.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
       01 WS-LOG-DATE     PIC X(8).
       01 WS-LOG-TIME     PIC X(8).
       01 WS-RUN-ID       PIC X(6) VALUE SPACES.
      * Distribution register: the report being registered, where
      * it goes, whether it names patients, and the lines it held
      * before tonight's run added to it (for a report kept open
      * for extending, only tonight's lines are registered).
       01 WS-DIST-REPORT     PIC X(8).
       01 WS-DIST-DEST       PIC X(12).
       01 WS-DIST-PATIENT    PIC X.
       01 WS-DIST-BEFORE     PIC 9(6) VALUE 0.
       01 WS-DIST-LINES      PIC 9(6).
       01 WS-DIST-PAGE-LINES PIC 9(3) VALUE 60.
       01 WS-DISTREG-STATUS  PIC XX.
       01 WS-DISTCNT-STATUS  PIC XX.
       01 WS-DISTCNT-EOF     PIC X.
       01 WS-DIST-TIME       PIC X(8).
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).
       PROCEDURE DIVISION.
       LAB-INTAKE.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-MAPPING-REFERENCE
           IF WS-PMAP-COUNT = 0 AND WS-CMAP-COUNT = 0 THEN
              DISPLAY "NO MAPPING REFERENCE ON FILE - "
              MOVE "NO MAPPING REFERENCE ON FILE" TO WS-REJECT-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-ACTION NOT = SPACES THEN
                 PERFORM SIGN-OFF-HELD-RUN
              ELSE
                 PERFORM LOAD-QC-REFERENCE
                 PERFORM CHECK-CONTROL-SAMPLES
                 PERFORM TRANSLATE-LAB-FILE
                 DISPLAY "TRANSLATED " WS-TRANSLATED-COUNT
                    " - REJECTED " WS-REJECTED-COUNT
                    " - HELD " WS-HELD-COUNT
                    " - CONTROLS " WS-CONTROL-COUNT
                 IF WS-QCR-COUNT > 0 THEN
                    PERFORM WRITE-QC-REPORT
                 END-IF
                 IF WS-TRANSLATED-COUNT > 0 OR WS-REJECTED-COUNT > 0
                    OR WS-HELD-COUNT > 0 OR WS-CONTROL-COUNT > 0 THEN
                    PERFORM EMPTY-LAB-FILE
                 END-IF
              END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION.
       END-LAB-INTAKE.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "LAB-INTAKE" AND
                       WS-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:8) TO WS-ACTION
                       MOVE CRQ-FIELDS(9:6) TO WS-QC-PANEL
                       MOVE CRQ-FIELDS(15:8) TO WS-QC-RUN
                       MOVE CRQ-FIELDS(23:10) TO WS-OPERATOR
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.


       LOAD-MAPPING-REFERENCE.
           MOVE 0 TO WS-PMAP-COUNT
           MOVE 0 TO WS-CMAP-COUNT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM GATE-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE LAB-RESULTS
       END-TRANSLATE-LAB-FILE.


       LOAD-QC-REFERENCE.
           MOVE 0 TO WS-QCR-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LAB-QC-REFERENCE
           IF WS-QCREF-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ LAB-QC-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-QCR-COUNT < 100 AND
                          QCR-EXPECTED IS NUMERIC AND
                          QCR-TOLERANCE IS NUMERIC THEN
                          ADD 1 TO WS-QCR-COUNT
                          MOVE QCR-CONTROL TO
                             WS-QCR-CONTROL(WS-QCR-COUNT)
                          MOVE QCR-PANEL TO WS-QCR-PANEL(WS-QCR-COUNT)
                          MOVE QCR-EXPECTED TO
                             WS-QCR-EXPECTED(WS-QCR-COUNT)
                          MOVE QCR-TOLERANCE TO
                             WS-QCR-TOLERANCE(WS-QCR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LAB-QC-REFERENCE
           END-IF.
       END-LOAD-QC-REFERENCE.


       CHECK-CONTROL-SAMPLES.
      * A first pass over the delivery, before anything is
      * translated: every panel run is found, its control samples
      * are checked against the QC reference, and its patient rows
      * are counted. A gated run is held when any control reads out
      * of range, or when it came with no controls at all -- a run
      * nobody checked isn't a run that passed.
           MOVE 0 TO WS-PRUN-COUNT
           MOVE 0 TO WS-CTL-COUNT
           IF WS-QCR-COUNT > 0 THEN
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT LAB-RESULTS
              IF WS-LAB-STATUS = "00" THEN
                 PERFORM UNTIL WS-EOF-SWITCH = "Y"
                    READ LAB-RESULTS
                       AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                          PERFORM TALLY-ONE-LINE
                    END-READ
                 END-PERFORM
                 CLOSE LAB-RESULTS
              END-IF
              PERFORM VARYING WS-PRUN-IDX FROM 1 BY 1 UNTIL
                 WS-PRUN-IDX > WS-PRUN-COUNT
                 IF WS-PRUN-GATED(WS-PRUN-IDX) = "Y" AND
                    (WS-PRUN-FAILS(WS-PRUN-IDX) > 0 OR
                    WS-PRUN-CONTROLS(WS-PRUN-IDX) = 0) THEN
                    MOVE "Y" TO WS-PRUN-HELD(WS-PRUN-IDX)
                    PERFORM LOG-HELD-RUN
                 END-IF
              END-PERFORM
           END-IF.
       END-CHECK-CONTROL-SAMPLES.


       TALLY-ONE-LINE.
           PERFORM FIND-PANEL-RUN
           PERFORM FIND-QC-CONTROL
           IF WS-PRUN-FOUND > 0 THEN
              IF WS-QCR-FOUND > 0 THEN
                 PERFORM CHECK-ONE-CONTROL
              ELSE
                 ADD 1 TO WS-PRUN-ROWS(WS-PRUN-FOUND)
              END-IF
           END-IF.
       END-TALLY-ONE-LINE.


       FIND-PANEL-RUN.
      * A panel run is its panel code and the lab's run number; one
      * first seen goes on the table, gated when the QC reference
      * has any control for its panel.
           MOVE 0 TO WS-PRUN-FOUND
           PERFORM VARYING WS-PRUN-IDX FROM 1 BY 1 UNTIL WS-PRUN-IDX >
              WS-PRUN-COUNT
              IF WS-PRUN-PANEL(WS-PRUN-IDX) = LBR-PANEL AND
                 WS-PRUN-ID(WS-PRUN-IDX) = LBR-RUN THEN
                 MOVE WS-PRUN-IDX TO WS-PRUN-FOUND
              END-IF
           END-PERFORM
           IF WS-PRUN-FOUND = 0 AND WS-PRUN-COUNT < 100 THEN
              ADD 1 TO WS-PRUN-COUNT
              MOVE WS-PRUN-COUNT TO WS-PRUN-FOUND
              MOVE LBR-PANEL TO WS-PRUN-PANEL(WS-PRUN-FOUND)
              MOVE LBR-RUN TO WS-PRUN-ID(WS-PRUN-FOUND)
              MOVE "N" TO WS-PRUN-GATED(WS-PRUN-FOUND)
              MOVE 0 TO WS-PRUN-CONTROLS(WS-PRUN-FOUND)
              MOVE 0 TO WS-PRUN-FAILS(WS-PRUN-FOUND)
              MOVE 0 TO WS-PRUN-ROWS(WS-PRUN-FOUND)
              MOVE "N" TO WS-PRUN-HELD(WS-PRUN-FOUND)
              PERFORM VARYING WS-QCR-IDX FROM 1 BY 1 UNTIL
                 WS-QCR-IDX > WS-QCR-COUNT
                 IF WS-QCR-PANEL(WS-QCR-IDX) = LBR-PANEL THEN
                    MOVE "Y" TO WS-PRUN-GATED(WS-PRUN-FOUND)
                 END-IF
              END-PERFORM
           END-IF.
       END-FIND-PANEL-RUN.


       FIND-QC-CONTROL.
      * A line whose lab patient id is a control material's id is a
      * control sample, not a patient; the reference entry for this
      * panel is preferred when the same material serves several.
           MOVE 0 TO WS-QCR-FOUND
           PERFORM VARYING WS-QCR-IDX FROM 1 BY 1 UNTIL WS-QCR-IDX >
              WS-QCR-COUNT
              IF WS-QCR-CONTROL(WS-QCR-IDX) = LBR-PATIENT THEN
                 IF WS-QCR-FOUND = 0 OR
                    WS-QCR-PANEL(WS-QCR-IDX) = LBR-PANEL THEN
                    MOVE WS-QCR-IDX TO WS-QCR-FOUND
                 END-IF
              END-IF
           END-PERFORM.
       END-FIND-QC-CONTROL.


       CHECK-ONE-CONTROL.
      * In range is expected less tolerance up to expected plus
      * tolerance, both ends included. A control with no range for
      * this panel, or a reading that isn't a number, fails the run.
           ADD 1 TO WS-PRUN-CONTROLS(WS-PRUN-FOUND)
           IF WS-CTL-COUNT < 300 THEN
              ADD 1 TO WS-CTL-COUNT
              MOVE WS-PRUN-FOUND TO WS-CTL-RUN(WS-CTL-COUNT)
              MOVE LBR-PATIENT TO WS-CTL-ID(WS-CTL-COUNT)
              MOVE LBR-SCORE TO WS-CTL-SCORE(WS-CTL-COUNT)
              MOVE WS-QCR-EXPECTED(WS-QCR-FOUND) TO
                 WS-CTL-EXPECTED(WS-CTL-COUNT)
              MOVE WS-QCR-TOLERANCE(WS-QCR-FOUND) TO
                 WS-CTL-TOL(WS-CTL-COUNT)
           END-IF
           EVALUATE TRUE
              WHEN WS-QCR-PANEL(WS-QCR-FOUND) NOT = LBR-PANEL
                 MOVE "NO RANGE" TO WS-RPT-RESULT
              WHEN LBR-SCORE IS NOT NUMERIC
                 MOVE "NOT NUM" TO WS-RPT-RESULT
              WHEN OTHER
                 MOVE LBR-SCORE TO WS-QC-SCORE
                 COMPUTE WS-QC-LOW = WS-QCR-EXPECTED(WS-QCR-FOUND) -
                    WS-QCR-TOLERANCE(WS-QCR-FOUND)
                 COMPUTE WS-QC-HIGH = WS-QCR-EXPECTED(WS-QCR-FOUND) +
                    WS-QCR-TOLERANCE(WS-QCR-FOUND)
                 IF WS-QC-SCORE < WS-QC-LOW OR
                    WS-QC-SCORE > WS-QC-HIGH THEN
                    MOVE "OUT" TO WS-RPT-RESULT
                 ELSE
                    MOVE "IN" TO WS-RPT-RESULT
                 END-IF
           END-EVALUATE
           IF WS-RPT-RESULT NOT = "IN" THEN
              ADD 1 TO WS-PRUN-FAILS(WS-PRUN-FOUND)
           END-IF
           IF WS-CTL-COUNT <= 300 THEN
              MOVE WS-RPT-RESULT TO WS-CTL-VERDICT(WS-CTL-COUNT)
           END-IF.
       END-CHECK-ONE-CONTROL.


       LOG-HELD-RUN.
      * The lab supervisor's cue: a warning on the shared log and a
      * line on the QC log for every run held back.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LAB-INTAKE - PANEL " WS-PRUN-PANEL(WS-PRUN-IDX)
              " RUN " WS-PRUN-ID(WS-PRUN-IDX) " HELD - "
              WS-PRUN-ROWS(WS-PRUN-IDX) " ROWS, QC FAILED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE
           MOVE WS-PRUN-PANEL(WS-PRUN-IDX) TO WS-QC-PANEL
           MOVE WS-PRUN-ID(WS-PRUN-IDX) TO WS-QC-RUN
           MOVE "HELD" TO WS-RPT-RESULT
           MOVE WS-PRUN-ROWS(WS-PRUN-IDX) TO WS-SIGNED-COUNT
           PERFORM WRITE-QC-LOG-LINE.
       END-LOG-HELD-RUN.


       GATE-ONE-LINE.
      * The second pass: control samples are done with and go no
      * further; a held run's patient rows go to the hold file; the
      * rest translate as they always have.
           PERFORM FIND-QC-CONTROL
           IF WS-QCR-FOUND > 0 THEN
              ADD 1 TO WS-CONTROL-COUNT
           ELSE
              PERFORM FIND-PANEL-RUN
              IF WS-PRUN-FOUND > 0 AND
                 WS-PRUN-HELD(WS-PRUN-FOUND) = "Y" THEN
                 PERFORM HOLD-ONE-LINE
              ELSE
                 PERFORM TRANSLATE-ONE-LINE
              END-IF
           END-IF.
       END-GATE-ONE-LINE.


       HOLD-ONE-LINE.
      * Kept in the lab's own layout so a release translates it
      * exactly as tonight would have, creating the hold file on
      * the first write.
           OPEN EXTEND LAB-HOLD
           IF WS-HOLD-STATUS = "05" OR WS-HOLD-STATUS = "35"
              CLOSE LAB-HOLD
              OPEN OUTPUT LAB-HOLD
           END-IF
           MOVE LAB-RESULTS-REC TO HLD-LAB-REC
           MOVE WS-BUSI-DATE TO HLD-HELD-DATE
           WRITE LAB-HOLD-REC
           CLOSE LAB-HOLD
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "HELD: " LBR-PATIENT " PANEL " LBR-PANEL
              " RUN " LBR-RUN " - QC FAILED".
       END-HOLD-ONE-LINE.


       WRITE-QC-REPORT.
      * The lab supervisor's report: every panel run on tonight's
      * delivery with its controls, then every run on the hold file
      * still waiting on a sign-off, tonight's and earlier nights'.
           OPEN OUTPUT QC-REPORT
           MOVE SPACES TO QC-REPORT-REC
           STRING "LAB QC GATING REPORT" "                          "
              "BUSINESS DATE " WS-BUSI-DATE
              DELIMITED BY SIZE INTO QC-REPORT-REC
           WRITE QC-REPORT-REC
           MOVE SPACES TO QC-REPORT-REC
           WRITE QC-REPORT-REC
           MOVE "PANEL  RUN       CONTROLS  FAILED  ROWS  RESULT" TO
              QC-REPORT-REC
           WRITE QC-REPORT-REC
           PERFORM VARYING WS-PRUN-IDX FROM 1 BY 1 UNTIL WS-PRUN-IDX >
              WS-PRUN-COUNT
              EVALUATE TRUE
                 WHEN WS-PRUN-GATED(WS-PRUN-IDX) = "N"
                    MOVE "NOT GATED" TO WS-RPT-RESULT
                 WHEN WS-PRUN-CONTROLS(WS-PRUN-IDX) = 0
                    MOVE "HELD - NO QC" TO WS-RPT-RESULT
                 WHEN WS-PRUN-HELD(WS-PRUN-IDX) = "Y"
                    MOVE "HELD" TO WS-RPT-RESULT
                 WHEN OTHER
                    MOVE "PASSED" TO WS-RPT-RESULT
              END-EVALUATE
              MOVE SPACES TO QC-REPORT-REC
              STRING WS-PRUN-PANEL(WS-PRUN-IDX) " "
                 WS-PRUN-ID(WS-PRUN-IDX) "        "
                 WS-PRUN-CONTROLS(WS-PRUN-IDX) "      "
                 WS-PRUN-FAILS(WS-PRUN-IDX) "   "
                 WS-PRUN-ROWS(WS-PRUN-IDX) "  " WS-RPT-RESULT
                 DELIMITED BY SIZE INTO QC-REPORT-REC
              WRITE QC-REPORT-REC
              PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL
                 WS-CTL-IDX > WS-CTL-COUNT
                 IF WS-CTL-RUN(WS-CTL-IDX) = WS-PRUN-IDX THEN
                    PERFORM WRITE-QC-CONTROL-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM GATHER-AWAITING-RUNS
           MOVE SPACES TO QC-REPORT-REC
           WRITE QC-REPORT-REC
           MOVE "RUNS AWAITING SUPERVISOR SIGN-OFF" TO QC-REPORT-REC
           WRITE QC-REPORT-REC
           MOVE "PANEL  RUN       HELD ON   ROWS" TO QC-REPORT-REC
           WRITE QC-REPORT-REC
           IF WS-AWAIT-COUNT = 0 THEN
              MOVE "  (NONE)" TO QC-REPORT-REC
              WRITE QC-REPORT-REC
           END-IF
           PERFORM VARYING WS-AWAIT-IDX FROM 1 BY 1 UNTIL
              WS-AWAIT-IDX > WS-AWAIT-COUNT
              MOVE SPACES TO QC-REPORT-REC
              STRING WS-AWAIT-PANEL(WS-AWAIT-IDX) " "
                 WS-AWAIT-RUN(WS-AWAIT-IDX) "  "
                 WS-AWAIT-DATE(WS-AWAIT-IDX) "   "
                 WS-AWAIT-ROWS(WS-AWAIT-IDX)
                 DELIMITED BY SIZE INTO QC-REPORT-REC
              WRITE QC-REPORT-REC
           END-PERFORM
           CLOSE QC-REPORT
           MOVE "LABQCRPT" TO WS-DIST-REPORT
           MOVE "LABORATORY" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-WRITE-QC-REPORT.


       WRITE-QC-CONTROL-LINE.
           EVALUATE WS-CTL-VERDICT(WS-CTL-IDX)
              WHEN "IN"
                 MOVE "IN RANGE" TO WS-RPT-RESULT
              WHEN "OUT"
                 MOVE "OUT OF RANGE" TO WS-RPT-RESULT
              WHEN "NOT NUM"
                 MOVE "NOT NUMERIC" TO WS-RPT-RESULT
              WHEN OTHER
                 MOVE "NO RANGE" TO WS-RPT-RESULT
           END-EVALUATE
           MOVE SPACES TO QC-REPORT-REC
           STRING "   CONTROL " WS-CTL-ID(WS-CTL-IDX)
              "  READ " WS-CTL-SCORE(WS-CTL-IDX)
              "  EXPECTED " WS-CTL-EXPECTED(WS-CTL-IDX)
              " +/- " WS-CTL-TOL(WS-CTL-IDX) "  " WS-RPT-RESULT
              DELIMITED BY SIZE INTO QC-REPORT-REC
           WRITE QC-REPORT-REC.
       END-WRITE-QC-CONTROL-LINE.


       GATHER-AWAITING-RUNS.
      * One entry per panel run on the hold file, with its row count
      * and the night it was held.
           MOVE 0 TO WS-AWAIT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LAB-HOLD
           IF WS-HOLD-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ LAB-HOLD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM COUNT-ONE-AWAITING-ROW
                 END-READ
              END-PERFORM
              CLOSE LAB-HOLD
           END-IF.
       END-GATHER-AWAITING-RUNS.


       COUNT-ONE-AWAITING-ROW.
           MOVE 0 TO WS-AWAIT-FOUND
           PERFORM VARYING WS-AWAIT-IDX FROM 1 BY 1 UNTIL
              WS-AWAIT-IDX > WS-AWAIT-COUNT
              IF WS-AWAIT-PANEL(WS-AWAIT-IDX) = HLD-LAB-REC(1:6) AND
                 WS-AWAIT-RUN(WS-AWAIT-IDX) = HLD-LAB-REC(18:8) THEN
                 MOVE WS-AWAIT-IDX TO WS-AWAIT-FOUND
              END-IF
           END-PERFORM
           IF WS-AWAIT-FOUND = 0 AND WS-AWAIT-COUNT < 100 THEN
              ADD 1 TO WS-AWAIT-COUNT
              MOVE WS-AWAIT-COUNT TO WS-AWAIT-FOUND
              MOVE HLD-LAB-REC(1:6) TO WS-AWAIT-PANEL(WS-AWAIT-FOUND)
              MOVE HLD-LAB-REC(18:8) TO WS-AWAIT-RUN(WS-AWAIT-FOUND)
              MOVE HLD-HELD-DATE TO WS-AWAIT-DATE(WS-AWAIT-FOUND)
              MOVE 0 TO WS-AWAIT-ROWS(WS-AWAIT-FOUND)
           END-IF
           IF WS-AWAIT-FOUND > 0 THEN
              ADD 1 TO WS-AWAIT-ROWS(WS-AWAIT-FOUND)
           END-IF.
       END-COUNT-ONE-AWAITING-ROW.


       SIGN-OFF-HELD-RUN.
      * The supervisor's sign-off of one held panel run: RELEASE
      * translates its rows onto the transaction feed exactly as the
      * intake would have, DISCARD drops them for the lab to rerun
      * and resend. Either way the rows leave the hold file and the
      * QC log names who signed.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           IF WS-ACTION NOT = "RELEASE" AND WS-ACTION NOT = "DISCARD"
              THEN
              MOVE "SIGN-OFF MUST BE RELEASE OR DISCARD" TO
                 WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-QC-PANEL = SPACES THEN
              MOVE "SIGN-OFF NEEDS A PANEL CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-OPERATOR = SPACES THEN
              MOVE "SIGN-OFF NEEDS THE SUPERVISOR'S ID" TO
                 WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
              MOVE "Q" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR LAB QC" TO
                    WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
              PERFORM LOAD-HOLD-FILE
              MOVE 0 TO WS-SIGNED-COUNT
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1 UNTIL
                 WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-ENTRY(WS-HOLD-IDX)(1:6) = WS-QC-PANEL AND
                    WS-HOLD-ENTRY(WS-HOLD-IDX)(18:8) = WS-QC-RUN THEN
                    ADD 1 TO WS-SIGNED-COUNT
                 END-IF
              END-PERFORM
              IF WS-SIGNED-COUNT = 0 THEN
                 MOVE "NO HELD ROWS FOR THAT PANEL RUN" TO
                    WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES THEN
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY "SIGN-OFF REFUSED: " WS-REJECT-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              OPEN OUTPUT LAB-HOLD
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1 UNTIL
                 WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-ENTRY(WS-HOLD-IDX)(1:6) = WS-QC-PANEL AND
                    WS-HOLD-ENTRY(WS-HOLD-IDX)(18:8) = WS-QC-RUN THEN
                    IF WS-ACTION = "RELEASE" THEN
                       MOVE WS-HOLD-ENTRY(WS-HOLD-IDX)(1:30) TO
                          LAB-RESULTS-REC
                       PERFORM TRANSLATE-ONE-LINE
                    END-IF
                 ELSE
                    MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO LAB-HOLD-REC
                    WRITE LAB-HOLD-REC
                 END-IF
              END-PERFORM
              CLOSE LAB-HOLD
              IF WS-ACTION = "RELEASE" THEN
                 MOVE "RELEASED" TO WS-RPT-RESULT
              ELSE
                 MOVE "DISCARDED" TO WS-RPT-RESULT
              END-IF
              DISPLAY "PANEL " WS-QC-PANEL " RUN " WS-QC-RUN " "
                 WS-RPT-RESULT " - " WS-SIGNED-COUNT " ROW(S)"
              PERFORM WRITE-QC-LOG-LINE
           END-IF.
       END-SIGN-OFF-HELD-RUN.


       LOAD-HOLD-FILE.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LAB-HOLD
           IF WS-HOLD-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ LAB-HOLD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-HOLD-COUNT < 1000 THEN
                          ADD 1 TO WS-HOLD-COUNT
                          MOVE LAB-HOLD-REC TO
                             WS-HOLD-ENTRY(WS-HOLD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LAB-HOLD
           END-IF.
       END-LOAD-HOLD-FILE.


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


       WRITE-QC-LOG-LINE.
      * One line per hold or sign-off, creating the QC log on the
      * first write: when, which panel run, what happened to how
      * many rows, and who signed.
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND QC-LOG
           IF WS-QCLOG-STATUS = "05" OR WS-QCLOG-STATUS = "35"
              CLOSE QC-LOG
              OPEN OUTPUT QC-LOG
           END-IF
           MOVE SPACES TO QC-LOG-REC
           IF WS-OPERATOR = SPACES THEN
              STRING WS-BUSI-DATE " " WS-AUDIT-TIME(1:6) " PANEL "
                 WS-QC-PANEL " RUN " WS-QC-RUN " " WS-RPT-RESULT " "
                 WS-SIGNED-COUNT " ROW(S)"
                 DELIMITED BY SIZE INTO QC-LOG-REC
           ELSE
              STRING WS-BUSI-DATE " " WS-AUDIT-TIME(1:6) " PANEL "
                 WS-QC-PANEL " RUN " WS-QC-RUN " " WS-RPT-RESULT " "
                 WS-SIGNED-COUNT " ROW(S) BY " WS-OPERATOR
                 DELIMITED BY SIZE INTO QC-LOG-REC
           END-IF
           WRITE QC-LOG-REC
           CLOSE QC-LOG.
       END-WRITE-QC-LOG-LINE.


       TRANSLATE-ONE-LINE.
      * One lab line: the patient id and the panel code both have
      * to map, and the score has to be numeric; an unmappable line
       END-EMPTY-LAB-FILE.


       COUNT-REPORT-LINES.
      * Lines now on WS-DIST-REPORT; none if it isn't there.
           MOVE 0 TO WS-DIST-LINES
           MOVE "N" TO WS-DISTCNT-EOF
           OPEN INPUT DISTRIBUTION-COUNT
           IF WS-DISTCNT-STATUS = "00" THEN
              PERFORM UNTIL WS-DISTCNT-EOF = "Y"
                 READ DISTRIBUTION-COUNT
                    AT END
                       MOVE "Y" TO WS-DISTCNT-EOF
                    NOT AT END
                       ADD 1 TO WS-DIST-LINES
                 END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-COUNT
           END-IF.
       END-COUNT-REPORT-LINES.


       REGISTER-REPORT-OUTPUT.
      * One register line for the report in WS-DIST-REPORT once it
      * is closed, creating the register on the first write. A run
      * that printed nothing has nothing to hand out and isn't
      * registered. Pages are counted at WS-DIST-PAGE-LINES lines.
           PERFORM COUNT-REPORT-LINES
           IF WS-DIST-LINES > WS-DIST-BEFORE THEN
              SUBTRACT WS-DIST-BEFORE FROM WS-DIST-LINES
              MOVE SPACES TO DISTRIBUTION-REGISTER-REC
              MOVE WS-RUN-ID TO DRG-RUN-ID
              MOVE WS-BUSI-DATE TO DRG-BUSI-DATE
              MOVE WS-DIST-REPORT TO DRG-REPORT
              MOVE "LAB-INTAKE" TO DRG-PROGRAM
              MOVE WS-DIST-LINES TO DRG-LINES
              COMPUTE DRG-PAGES = (WS-DIST-LINES +
                 WS-DIST-PAGE-LINES - 1) / WS-DIST-PAGE-LINES
              MOVE WS-DIST-DEST TO DRG-DESTINATION
              MOVE WS-DIST-PATIENT TO DRG-PATIENT
              ACCEPT DRG-PRODUCED-ON FROM DATE YYYYMMDD
              ACCEPT WS-DIST-TIME FROM TIME
              MOVE WS-DIST-TIME(1:6) TO DRG-PRODUCED-AT
              OPEN EXTEND DISTRIBUTION-REGISTER
              IF WS-DISTREG-STATUS = "05" OR
                 WS-DISTREG-STATUS = "35" THEN
                 CLOSE DISTRIBUTION-REGISTER
                 OPEN OUTPUT DISTRIBUTION-REGISTER
              END-IF
              WRITE DISTRIBUTION-REGISTER-REC
              CLOSE DISTRIBUTION-REGISTER
           END-IF
           MOVE 0 TO WS-DIST-BEFORE.
       END-REGISTER-REPORT-OUTPUT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LAB-INTAKE - TRANSLATED " WS-TRANSLATED-COUNT
              " REJECTED " WS-REJECTED-COUNT " HELD " WS-HELD-COUNT
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
