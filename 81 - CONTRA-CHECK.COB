       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRA-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The pharmacy's prescription feed: one record per new
      * prescription -- number, patient, drug, prescriber. The
      * nightly run checks every one before it goes out.
           SELECT PRESCRIPTION-FEED ASSIGN TO "RXFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RXF-STATUS.
      * The drug-to-allergen reference REF-MAINT keeps: one record
      * per drug/allergen pairing, a drug carrying as many records
      * as allergens it is made from or with. No file on disk means
      * the built-in pairings below stand.
           SELECT DRUG-ALLERGEN-REFERENCE ASSIGN TO "DRUGALRG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRUGREF-STATUS.
      * The allergen reference the screening runs on; its severity
      * weights are what the pharmacist is told a conflict carries.
           SELECT ALLERGEN-REFERENCE ASSIGN TO "ALRGNREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REF-STATUS.
      * The screening results master ALLERGIES keeps, one row per
      * screened patient; ARS-LIST is what each prescription is
      * checked against.
           SELECT RESULTS-MASTER ASSIGN TO "ALRGYRES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESULTS-STATUS.
      * The pharmacist's worklist: every prescription that
      * conflicts with a screened allergen, or that names an
      * allergen-bearing drug for a patient never screened, lands
      * here with the severity it carries.
           SELECT CONTRA-ALERTS ASSIGN TO "CONTRALR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
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
       FD  PRESCRIPTION-FEED.
       01 PRESCRIPTION-FEED-REC.
           05 RXF-NUMBER     PIC X(8).
           05 RXF-PATIENT    PIC X(10).
           05 RXF-DRUG       PIC X(20).
           05 RXF-PRESCRIBER PIC X(20).
       FD  DRUG-ALLERGEN-REFERENCE.
       01 DRUG-ALLERGEN-REFERENCE-REC.
           05 DAR-DRUG     PIC X(20).
           05 DAR-ALLERGEN PIC X(12).
       FD  ALLERGEN-REFERENCE.
       01 ALLERGEN-REFERENCE-REC.
           05 ARF-VALUE    PIC 9(5).
           05 ARF-ALLERGEN PIC X(12).
           05 ARF-SEVERITY PIC 99.
       FD  RESULTS-MASTER.
       01 RESULTS-MASTER-REC.
           05 ARS-PATIENT PIC X(10).
           05 ARS-LABEL   PIC X(10).
           05 ARS-WEIGHT  PIC 9(3).
           05 ARS-LIST    PIC X(216).
           05 ARS-DATE    PIC X(8).
       FD  CONTRA-ALERTS.
       01 CONTRA-ALERTS-REC.
           05 CAL-DATE     PIC X(8).
           05 CAL-RX       PIC X(8).
           05 CAL-PATIENT  PIC X(10).
           05 CAL-DRUG     PIC X(20).
           05 CAL-ALLERGEN PIC X(12).
           05 CAL-SEVERITY PIC 99.
      * SCREENED ALLERGEN when the patient's own screen shows the
      * allergen; NEVER SCREENED when there is no screen on file and
      * the severity is the worst the drug could carry.
           05 CAL-REASON   PIC X(20).
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
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * On demand the pharmacist names one patient and one drug and
      * gets an answer straight back; left blank, the run works the
      * whole prescription feed.
       01 WS-ONE-PATIENT PIC X(10) VALUE SPACES.
       01 WS-ONE-DRUG    PIC X(20) VALUE SPACES.
       01 WS-RXF-STATUS     PIC XX.
       01 WS-DRUGREF-STATUS PIC XX.
       01 WS-REF-STATUS     PIC XX.
       01 WS-RESULTS-STATUS PIC XX.
       01 WS-ALERT-STATUS   PIC XX.
       01 WS-CONREQ-STATUS  PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * The prescription being checked, whichever way it arrived.
       01 WS-RX-NUMBER  PIC X(8).
       01 WS-RX-PATIENT PIC X(10).
       01 WS-RX-DRUG    PIC X(20).
       01 WS-REASON     PIC X(35) VALUE SPACES.
      * The drug/allergen pairings, held for the run.
       01 WS-DRG-COUNT PIC 999 VALUE 0.
       01 WS-DRG-TABLE.
           05 WS-DRG-ENTRY OCCURS 100 TIMES.
              10 WS-DRG-DRUG     PIC X(20).
              10 WS-DRG-ALLERGEN PIC X(12).
       01 WS-DRG-IDX PIC 999.
      * Severity weights by allergen name, off the allergen
      * reference.
       01 WS-ALG-COUNT PIC 99 VALUE 0.
       01 WS-ALG-TABLE.
           05 WS-ALG-ENTRY OCCURS 16 TIMES.
              10 WS-ALG-ALLERGEN PIC X(12).
              10 WS-ALG-SEVERITY PIC 99.
       01 WS-ALG-IDX PIC 99.
      * Every screened patient's allergen list, off the results
      * master.
       01 WS-RESULT-COUNT PIC 999 VALUE 0.
       01 WS-RESULTS-TABLE.
           05 WS-RES-ENTRY OCCURS 200 TIMES.
              10 WS-RES-PATIENT PIC X(10).
              10 WS-RES-LIST    PIC X(216).
       01 WS-RES-IDX   PIC 999.
       01 WS-RES-FOUND PIC 999.
      * Scratch for one pairing's verdict.
       01 WS-THIS-SEVERITY PIC 99.
       01 WS-WORST-SEVERITY PIC 99.
       01 WS-WORST-ALLERGEN PIC X(12).
       01 WS-DRUG-PAIRINGS PIC 99.
       01 WS-RX-CONFLICTS  PIC 99.
       01 WS-DRUG-UPPER    PIC X(20).
      * The allergen-in-list scan ALLERGIES uses, so a match here
      * means exactly what it means on the physician's page.
       01 WS-AL-NAME    PIC X(12).
       01 WS-AL-CHARS   PIC 99.
       01 WS-AL-POS     PIC 999.
       01 WS-CHECK-LIST PIC X(216).
       01 WS-AL-PRESENT PIC X.
      * Run tallies for the summary line.
       01 WS-CHECKED-COUNT    PIC 9(5) VALUE 0.
       01 WS-ALERT-COUNT      PIC 9(5) VALUE 0.
       01 WS-UNSCREENED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(5) VALUE 0.
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
       CONTRA-CHECK.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-DRUG-ALLERGENS
           PERFORM LOAD-ALLERGEN-SEVERITIES
           PERFORM LOAD-SCREENED-RESULTS
      * The worklist is added to alert by alert; only tonight's
      * lines are registered for the pharmacist.
           MOVE "CONTRALR" TO WS-DIST-REPORT
           PERFORM COUNT-REPORT-LINES
           MOVE WS-DIST-LINES TO WS-DIST-BEFORE
           IF WS-ONE-PATIENT NOT = SPACES THEN
              PERFORM CHECK-ON-DEMAND
           ELSE
              PERFORM CHECK-PRESCRIPTION-FEED
           END-IF
           MOVE "CONTRALR" TO WS-DIST-REPORT
           MOVE "PHARMACY" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           DISPLAY WS-CHECKED-COUNT " PRESCRIPTION(S) CHECKED - "
              WS-ALERT-COUNT " ALERT(S), " WS-UNSCREENED-COUNT
              " FOR UNSCREENED PATIENTS"
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-CONTRA-CHECK.


       CHECK-PRESCRIPTION-FEED.
      * The nightly pass: every prescription on the feed, HDR/TRL
      * control records passed over the way the other feeds pass
      * over them.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRESCRIPTION-FEED
           IF WS-RXF-STATUS NOT = "00" THEN
              DISPLAY "NO PRESCRIPTION FEED ON FILE - NOTHING TO CHECK"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PRESCRIPTION-FEED
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF RXF-NUMBER(1:3) = "HDR" OR
                          RXF-NUMBER(1:3) = "TRL" THEN
                          CONTINUE
                       ELSE
                          MOVE RXF-NUMBER TO WS-RX-NUMBER
                          MOVE RXF-PATIENT TO WS-RX-PATIENT
                          MOVE RXF-DRUG TO WS-RX-DRUG
                          PERFORM CHECK-ONE-PRESCRIPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRESCRIPTION-FEED
           END-IF.
       END-CHECK-PRESCRIPTION-FEED.


       CHECK-ON-DEMAND.
      * One patient and drug named at the counter; the answer goes
      * to the screen as well as the alert file, so the pharmacist
      * doesn't have to wait for the night.
           MOVE "ONDEMAND" TO WS-RX-NUMBER
           MOVE WS-ONE-PATIENT TO WS-RX-PATIENT
           MOVE WS-ONE-DRUG TO WS-RX-DRUG
           PERFORM CHECK-ONE-PRESCRIPTION
           IF WS-REASON = SPACES THEN
              IF WS-RX-CONFLICTS = 0 THEN
                 DISPLAY "NO CONTRAINDICATION: "
                    FUNCTION TRIM(WS-ONE-DRUG) " FOR "
                    WS-ONE-PATIENT
              ELSE
                 DISPLAY "CONTRAINDICATED: "
                    FUNCTION TRIM(WS-ONE-DRUG) " FOR "
                    WS-ONE-PATIENT " - SEE ALERT FILE"
              END-IF
           END-IF.
       END-CHECK-ON-DEMAND.


       CHECK-ONE-PRESCRIPTION.
      * Every pairing on file for the drug is tried against the
      * patient's screened list. A patient with no screen at all
      * can't be cleared for an allergen-bearing drug, so one alert
      * goes out carrying the worst severity the drug could mean;
      * a drug with no pairings on file has nothing to conflict
      * with and passes.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-RX-CONFLICTS
           IF WS-RX-PATIENT = SPACES OR WS-RX-DRUG = SPACES THEN
              MOVE "PRESCRIPTION MISSING PATIENT/DRUG" TO WS-REASON
              DISPLAY "NOT CHECKED: " WS-RX-NUMBER " - " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              ADD 1 TO WS-CHECKED-COUNT
              MOVE FUNCTION UPPER-CASE(WS-RX-DRUG) TO WS-DRUG-UPPER
              PERFORM FIND-SCREENED-PATIENT
              MOVE 0 TO WS-DRUG-PAIRINGS
              MOVE 0 TO WS-WORST-SEVERITY
              MOVE SPACES TO WS-WORST-ALLERGEN
              PERFORM VARYING WS-DRG-IDX FROM 1 BY 1 UNTIL
                 WS-DRG-IDX > WS-DRG-COUNT
                 IF FUNCTION UPPER-CASE(WS-DRG-DRUG(WS-DRG-IDX)) =
                    WS-DRUG-UPPER THEN
                    ADD 1 TO WS-DRUG-PAIRINGS
                    PERFORM CHECK-ONE-PAIRING
                 END-IF
              END-PERFORM
              IF WS-RES-FOUND = 0 AND WS-DRUG-PAIRINGS > 0 THEN
                 ADD 1 TO WS-UNSCREENED-COUNT
                 MOVE WS-WORST-ALLERGEN TO CAL-ALLERGEN
                 MOVE WS-WORST-SEVERITY TO CAL-SEVERITY
                 MOVE "NEVER SCREENED" TO CAL-REASON
                 PERFORM WRITE-CONTRA-ALERT
              END-IF
           END-IF.
       END-CHECK-ONE-PRESCRIPTION.


       CHECK-ONE-PAIRING.
      * The pairing's allergen either shows on the patient's
      * screen -- an alert at that allergen's weight -- or, for an
      * unscreened patient, is remembered if it is the worst the
      * drug carries so far.
           MOVE WS-DRG-ALLERGEN(WS-DRG-IDX) TO WS-AL-NAME
           MOVE 0 TO WS-THIS-SEVERITY
           PERFORM VARYING WS-ALG-IDX FROM 1 BY 1 UNTIL
              WS-ALG-IDX > WS-ALG-COUNT
              IF WS-ALG-ALLERGEN(WS-ALG-IDX) = WS-AL-NAME THEN
                 MOVE WS-ALG-SEVERITY(WS-ALG-IDX) TO WS-THIS-SEVERITY
              END-IF
           END-PERFORM
           IF WS-RES-FOUND = 0 THEN
              IF WS-THIS-SEVERITY >= WS-WORST-SEVERITY THEN
                 MOVE WS-THIS-SEVERITY TO WS-WORST-SEVERITY
                 MOVE WS-AL-NAME TO WS-WORST-ALLERGEN
              END-IF
           ELSE
              MOVE WS-RES-LIST(WS-RES-FOUND) TO WS-CHECK-LIST
              PERFORM CHECK-ALLERGEN-IN-LIST
              IF WS-AL-PRESENT = "Y" THEN
                 MOVE WS-AL-NAME TO CAL-ALLERGEN
                 MOVE WS-THIS-SEVERITY TO CAL-SEVERITY
                 MOVE "SCREENED ALLERGEN" TO CAL-REASON
                 PERFORM WRITE-CONTRA-ALERT
              END-IF
           END-IF.
       END-CHECK-ONE-PAIRING.


       FIND-SCREENED-PATIENT.
           MOVE 0 TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1 UNTIL
              WS-RES-IDX > WS-RESULT-COUNT
              IF WS-RES-PATIENT(WS-RES-IDX) = WS-RX-PATIENT THEN
                 MOVE WS-RES-IDX TO WS-RES-FOUND
              END-IF
           END-PERFORM.
       END-FIND-SCREENED-PATIENT.


       WRITE-CONTRA-ALERT.
      * Appends one alert, creating the file on the first write;
      * CAL-ALLERGEN, CAL-SEVERITY and CAL-REASON arrive filled.
           ADD 1 TO WS-ALERT-COUNT
           ADD 1 TO WS-RX-CONFLICTS
           OPEN EXTEND CONTRA-ALERTS
           IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
              CLOSE CONTRA-ALERTS
              OPEN OUTPUT CONTRA-ALERTS
           END-IF
           MOVE WS-BUSI-DATE TO CAL-DATE
           MOVE WS-RX-NUMBER TO CAL-RX
           MOVE WS-RX-PATIENT TO CAL-PATIENT
           MOVE WS-RX-DRUG TO CAL-DRUG
           WRITE CONTRA-ALERTS-REC
           CLOSE CONTRA-ALERTS
           DISPLAY "ALERT: " WS-RX-NUMBER " " WS-RX-PATIENT " "
              FUNCTION TRIM(WS-RX-DRUG) " - " CAL-REASON " "
              CAL-ALLERGEN " SEVERITY " CAL-SEVERITY.
       END-WRITE-CONTRA-ALERT.


       CHECK-ALLERGEN-IN-LIST.
      * Is the (trailing-blank-padded) allergen in WS-AL-NAME named
      * anywhere on the comma-separated list in WS-CHECK-LIST? The
      * scan compares only the allergen's real characters, so the
      * padding never spoils the match.
           MOVE "N" TO WS-AL-PRESENT
           COMPUTE WS-AL-CHARS = FUNCTION LENGTH(
              FUNCTION TRIM(WS-AL-NAME))
           IF WS-AL-NAME NOT = SPACES THEN
              PERFORM VARYING WS-AL-POS FROM 1 BY 1 UNTIL WS-AL-POS >
                 217 - WS-AL-CHARS OR WS-AL-PRESENT = "Y"
                 IF WS-CHECK-LIST(WS-AL-POS:WS-AL-CHARS) =
                    WS-AL-NAME(1:WS-AL-CHARS) THEN
                    MOVE "Y" TO WS-AL-PRESENT
                 END-IF
              END-PERFORM
           END-IF.
       END-CHECK-ALLERGEN-IN-LIST.


       LOAD-DRUG-ALLERGENS.
      * The reference file's pairings replace the built-in defaults
      * wholesale when it exists; with no file the defaults stand,
      * so the check never runs against an empty list.
           MOVE 9 TO WS-DRG-COUNT
           MOVE "FLU VACCINE" TO WS-DRG-DRUG(1)
           MOVE "eggs" TO WS-DRG-ALLERGEN(1)
           MOVE "MMR VACCINE" TO WS-DRG-DRUG(2)
           MOVE "eggs" TO WS-DRG-ALLERGEN(2)
           MOVE "PROPOFOL" TO WS-DRG-DRUG(3)
           MOVE "eggs" TO WS-DRG-ALLERGEN(3)
           MOVE "ARACHIS OIL" TO WS-DRG-DRUG(4)
           MOVE "peanuts" TO WS-DRG-ALLERGEN(4)
           MOVE "GLUCOSAMINE" TO WS-DRG-DRUG(5)
           MOVE "shellfish" TO WS-DRG-ALLERGEN(5)
           MOVE "PROTAMINE" TO WS-DRG-DRUG(6)
           MOVE "shellfish" TO WS-DRG-ALLERGEN(6)
           MOVE "CHITOSAN" TO WS-DRG-DRUG(7)
           MOVE "shellfish" TO WS-DRG-ALLERGEN(7)
           MOVE "POLLEN EXTRACT" TO WS-DRG-DRUG(8)
           MOVE "pollen" TO WS-DRG-ALLERGEN(8)
           MOVE "CAT DANDER EXTRACT" TO WS-DRG-DRUG(9)
           MOVE "cats" TO WS-DRG-ALLERGEN(9)
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DRUG-ALLERGEN-REFERENCE
           IF WS-DRUGREF-STATUS NOT = "00" THEN
              DISPLAY "NO DRUG-ALLERGEN REFERENCE ON FILE - "
                 "DEFAULTS STAND"
           ELSE
              MOVE 0 TO WS-DRG-COUNT
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DRUG-ALLERGEN-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-DRG-COUNT < 100 THEN
                          ADD 1 TO WS-DRG-COUNT
                          MOVE DAR-DRUG TO WS-DRG-DRUG(WS-DRG-COUNT)
                          MOVE DAR-ALLERGEN TO
                             WS-DRG-ALLERGEN(WS-DRG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DRUG-ALLERGEN-REFERENCE
           END-IF.
       END-LOAD-DRUG-ALLERGENS.


       LOAD-ALLERGEN-SEVERITIES.
      * Names and weights only; the power-of-two values matter to
      * the screening, not here. No reference on file leaves every
      * weight at zero, and the alerts still go out.
           MOVE 0 TO WS-ALG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALLERGEN-REFERENCE
           IF WS-REF-STATUS NOT = "00" THEN
              DISPLAY "NO ALLERGEN REFERENCE ON FILE - SEVERITIES "
                 "SHOW AS ZERO"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ALLERGEN-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-ALG-COUNT < 16 THEN
                          ADD 1 TO WS-ALG-COUNT
                          MOVE ARF-ALLERGEN TO
                             WS-ALG-ALLERGEN(WS-ALG-COUNT)
                          MOVE ARF-SEVERITY TO
                             WS-ALG-SEVERITY(WS-ALG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALLERGEN-REFERENCE
           END-IF.
       END-LOAD-ALLERGEN-SEVERITIES.


       LOAD-SCREENED-RESULTS.
      * No results master yet means nobody has been screened, and
      * every allergen-bearing prescription alerts as unscreened.
           MOVE 0 TO WS-RESULT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULTS-MASTER
           IF WS-RESULTS-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RESULTS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-RESULT-COUNT < 200 THEN
                          ADD 1 TO WS-RESULT-COUNT
                          MOVE ARS-PATIENT TO
                             WS-RES-PATIENT(WS-RESULT-COUNT)
                          MOVE ARS-LIST TO
                             WS-RES-LIST(WS-RESULT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULTS-MASTER
           END-IF.
       END-LOAD-SCREENED-RESULTS.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "CONTRA-CHECK" AND
                       WS-ONE-PATIENT = SPACES THEN
                       MOVE CRQ-FIELDS(1:10) TO WS-ONE-PATIENT
                       MOVE CRQ-FIELDS(11:20) TO WS-ONE-DRUG
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.


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
              MOVE "CONTRA-CHECK" TO DRG-PROGRAM
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
           STRING "CONTRA-CHECK - " WS-CHECKED-COUNT " CHECKED, "
              WS-ALERT-COUNT " ALERTS, " WS-UNSCREENED-COUNT
              " UNSCREENED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-TEXT
           STRING "CONTRA-CHECK - REJECTED " WS-RX-NUMBER
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
           MOVE "CONTRA-CHECK - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "CONTRA-CHECK - RUN END" TO WS-LOG-TEXT
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
