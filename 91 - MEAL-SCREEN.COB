       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEAL-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The patient kitchen's meal-order feed: one record per dish
      * on a tray -- tray number, patient, the date the meal is
      * served, breakfast/lunch/dinner, and the dish. The night
      * before, tomorrow's trays are checked before the kitchen
      * starts on them.
           SELECT MEAL-ORDER-FEED ASSIGN TO "MEALORDR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOF-STATUS.
      * The dish-to-allergen reference REF-MAINT keeps: one record
      * per dish/allergen pairing, a dish carrying as many records
      * as allergens it is made with. No file on disk means the
      * built-in pairings below stand.
           SELECT MENU-ALLERGEN-REFERENCE ASSIGN TO "MENUALRG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MENUREF-STATUS.
      * The allergen reference the screening runs on; its severity
      * weights tell the kitchen how much a conflict matters.
           SELECT ALLERGEN-REFERENCE ASSIGN TO "ALRGNREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REF-STATUS.
      * The screening results master ALLERGIES keeps, one row per
      * screened patient; ARS-LIST is what each tray is checked
      * against.
           SELECT RESULTS-MASTER ASSIGN TO "ALRGYRES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESULTS-STATUS.
      * The kitchen's substitution list for tomorrow: every dish
      * that conflicts with a patient's screened allergen, and
      * every tray for a patient with no screen on file for the
      * dietitian to decide on. Rebuilt whole each night, so a
      * rerun replaces the list rather than doubling it.
           SELECT MEAL-SUBSTITUTIONS ASSIGN TO "MEALSUBS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBS-STATUS.
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
       FD  MEAL-ORDER-FEED.
       01 MEAL-ORDER-FEED-REC.
           05 MOF-TRAY      PIC X(8).
           05 MOF-PATIENT   PIC X(10).
           05 MOF-MEAL-DATE PIC X(8).
           05 MOF-SLOT      PIC X(10).
           05 MOF-DISH      PIC X(20).
       FD  MENU-ALLERGEN-REFERENCE.
       01 MENU-ALLERGEN-REFERENCE-REC.
           05 MAR-DISH     PIC X(20).
           05 MAR-ALLERGEN PIC X(12).
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
       FD  MEAL-SUBSTITUTIONS.
       01 MEAL-SUBSTITUTIONS-REC.
           05 MSB-MEAL-DATE PIC X(8).
           05 MSB-TRAY      PIC X(8).
           05 MSB-PATIENT   PIC X(10).
           05 MSB-SLOT      PIC X(10).
           05 MSB-DISH      PIC X(20).
           05 MSB-ALLERGEN  PIC X(12).
           05 MSB-SEVERITY  PIC 99.
      * SCREENED ALLERGEN when the patient's own screen shows the
      * allergen and the dish has to be swapped; UNSCREENED when
      * there is no screen on file and the dietitian makes the
      * call, showing the worst allergen the dish carries if any.
           05 MSB-REASON    PIC X(20).
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
       01 WS-MOF-STATUS     PIC XX.
       01 WS-MENUREF-STATUS PIC XX.
       01 WS-REF-STATUS     PIC XX.
       01 WS-RESULTS-STATUS PIC XX.
       01 WS-SUBS-STATUS    PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON     PIC X(35) VALUE SPACES.
      * Tomorrow's date, the only meal date this run checks.
       01 WS-MEAL-DATE     PIC X(8).
       01 WS-DATE-NUMERIC  PIC 9(8).
      * The dish/allergen pairings, held for the run.
       01 WS-MNU-COUNT PIC 999 VALUE 0.
       01 WS-MNU-TABLE.
           05 WS-MNU-ENTRY OCCURS 100 TIMES.
              10 WS-MNU-DISH     PIC X(20).
              10 WS-MNU-ALLERGEN PIC X(12).
       01 WS-MNU-IDX PIC 999.
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
      * Scratch for one dish's verdict.
       01 WS-THIS-SEVERITY  PIC 99.
       01 WS-WORST-SEVERITY PIC 99.
       01 WS-WORST-ALLERGEN PIC X(12).
       01 WS-DISH-UPPER     PIC X(20).
      * The allergen-in-list scan ALLERGIES uses, so a match here
      * means exactly what it means on the physician's page.
       01 WS-AL-NAME    PIC X(12).
       01 WS-AL-CHARS   PIC 99.
       01 WS-AL-POS     PIC 999.
       01 WS-CHECK-LIST PIC X(216).
       01 WS-AL-PRESENT PIC X.
      * Run tallies for the summary line.
       01 WS-CHECKED-COUNT    PIC 9(5) VALUE 0.
       01 WS-SUBS-COUNT       PIC 9(5) VALUE 0.
       01 WS-UNSCREENED-COUNT PIC 9(5) VALUE 0.
       01 WS-OTHER-DAY-COUNT  PIC 9(5) VALUE 0.
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
       MEAL-SCREEN.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 1)
           MOVE WS-DATE-NUMERIC TO WS-MEAL-DATE
           PERFORM LOAD-MENU-ALLERGENS
           PERFORM LOAD-ALLERGEN-SEVERITIES
           PERFORM LOAD-SCREENED-RESULTS
           OPEN OUTPUT MEAL-SUBSTITUTIONS
           PERFORM CHECK-MEAL-ORDER-FEED
           CLOSE MEAL-SUBSTITUTIONS
           MOVE "MEALSUBS" TO WS-DIST-REPORT
           MOVE "KITCHEN" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           DISPLAY WS-CHECKED-COUNT " DISH(ES) CHECKED FOR "
              WS-MEAL-DATE " - " WS-SUBS-COUNT " SUBSTITUTION(S), "
              WS-UNSCREENED-COUNT " UNSCREENED"
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-MEAL-SCREEN.


       CHECK-MEAL-ORDER-FEED.
      * Every order on the feed, HDR/TRL control records passed
      * over the way the other feeds pass over them. The kitchen
      * sends several days ahead; only tomorrow's trays are
      * checked tonight, the rest wait for their own night.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MEAL-ORDER-FEED
           IF WS-MOF-STATUS NOT = "00" THEN
              DISPLAY "NO MEAL-ORDER FEED ON FILE - NOTHING TO CHECK"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ MEAL-ORDER-FEED
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF MOF-TRAY(1:3) = "HDR" OR
                          MOF-TRAY(1:3) = "TRL" OR
                          MEAL-ORDER-FEED-REC = SPACES THEN
                          CONTINUE
                       ELSE
                          PERFORM CHECK-ONE-MEAL-ORDER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MEAL-ORDER-FEED
           END-IF.
       END-CHECK-MEAL-ORDER-FEED.


       CHECK-ONE-MEAL-ORDER.
      * Every pairing on file for the dish is tried against the
      * patient's screened list. A patient with no screen at all
      * can't be cleared by this run, so the tray goes to the
      * dietitian whatever the dish; a screened patient's dish with
      * no pairings on file has nothing to conflict with and passes.
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
              WHEN MOF-PATIENT = SPACES OR MOF-DISH = SPACES
                 MOVE "ORDER MISSING PATIENT/DISH" TO WS-REASON
              WHEN MOF-MEAL-DATE IS NOT NUMERIC
                 MOVE "MEAL DATE NOT A DATE" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "NOT CHECKED: " MOF-TRAY " - " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF MOF-MEAL-DATE NOT = WS-MEAL-DATE THEN
                 ADD 1 TO WS-OTHER-DAY-COUNT
              ELSE
                 ADD 1 TO WS-CHECKED-COUNT
                 MOVE FUNCTION UPPER-CASE(MOF-DISH) TO WS-DISH-UPPER
                 PERFORM FIND-SCREENED-PATIENT
                 MOVE 0 TO WS-WORST-SEVERITY
                 MOVE SPACES TO WS-WORST-ALLERGEN
                 PERFORM VARYING WS-MNU-IDX FROM 1 BY 1 UNTIL
                    WS-MNU-IDX > WS-MNU-COUNT
                    IF FUNCTION UPPER-CASE(WS-MNU-DISH(WS-MNU-IDX)) =
                       WS-DISH-UPPER THEN
                       PERFORM CHECK-ONE-DISH-PAIRING
                    END-IF
                 END-PERFORM
                 IF WS-RES-FOUND = 0 THEN
                    ADD 1 TO WS-UNSCREENED-COUNT
                    MOVE WS-WORST-ALLERGEN TO MSB-ALLERGEN
                    MOVE WS-WORST-SEVERITY TO MSB-SEVERITY
                    MOVE "UNSCREENED" TO MSB-REASON
                    PERFORM WRITE-SUBSTITUTION
                 END-IF
              END-IF
           END-IF.
       END-CHECK-ONE-MEAL-ORDER.


       CHECK-ONE-DISH-PAIRING.
      * The pairing's allergen either shows on the patient's
      * screen -- a substitution at that allergen's weight -- or,
      * for an unscreened patient, is remembered if it is the worst
      * the dish carries so far.
           MOVE WS-MNU-ALLERGEN(WS-MNU-IDX) TO WS-AL-NAME
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
                 ADD 1 TO WS-SUBS-COUNT
                 MOVE WS-AL-NAME TO MSB-ALLERGEN
                 MOVE WS-THIS-SEVERITY TO MSB-SEVERITY
                 MOVE "SCREENED ALLERGEN" TO MSB-REASON
                 PERFORM WRITE-SUBSTITUTION
              END-IF
           END-IF.
       END-CHECK-ONE-DISH-PAIRING.


       FIND-SCREENED-PATIENT.
           MOVE 0 TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1 UNTIL
              WS-RES-IDX > WS-RESULT-COUNT
              IF WS-RES-PATIENT(WS-RES-IDX) = MOF-PATIENT THEN
                 MOVE WS-RES-IDX TO WS-RES-FOUND
              END-IF
           END-PERFORM.
       END-FIND-SCREENED-PATIENT.


       WRITE-SUBSTITUTION.
      * One line on tomorrow's list; MSB-ALLERGEN, MSB-SEVERITY and
      * MSB-REASON arrive filled.
           MOVE WS-MEAL-DATE TO MSB-MEAL-DATE
           MOVE MOF-TRAY TO MSB-TRAY
           MOVE MOF-PATIENT TO MSB-PATIENT
           MOVE MOF-SLOT TO MSB-SLOT
           MOVE MOF-DISH TO MSB-DISH
           WRITE MEAL-SUBSTITUTIONS-REC
           DISPLAY "TRAY: " MOF-TRAY " " MOF-PATIENT " "
              FUNCTION TRIM(MOF-DISH) " - " MSB-REASON " "
              MSB-ALLERGEN.
       END-WRITE-SUBSTITUTION.


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


       LOAD-MENU-ALLERGENS.
      * The reference file's pairings replace the built-in defaults
      * wholesale when it exists; with no file the defaults stand,
      * so the check never runs against an empty menu.
           MOVE 8 TO WS-MNU-COUNT
           MOVE "SCRAMBLED EGGS" TO WS-MNU-DISH(1)
           MOVE "eggs" TO WS-MNU-ALLERGEN(1)
           MOVE "CUSTARD TART" TO WS-MNU-DISH(2)
           MOVE "eggs" TO WS-MNU-ALLERGEN(2)
           MOVE "PEANUT SATAY" TO WS-MNU-DISH(3)
           MOVE "peanuts" TO WS-MNU-ALLERGEN(3)
           MOVE "PRAWN COCKTAIL" TO WS-MNU-DISH(4)
           MOVE "shellfish" TO WS-MNU-ALLERGEN(4)
           MOVE "STRAWBERRY MOUSSE" TO WS-MNU-DISH(5)
           MOVE "strawberries" TO WS-MNU-ALLERGEN(5)
           MOVE "TOMATO SOUP" TO WS-MNU-DISH(6)
           MOVE "tomatoes" TO WS-MNU-ALLERGEN(6)
           MOVE "CHOCOLATE PUDDING" TO WS-MNU-DISH(7)
           MOVE "chocolate" TO WS-MNU-ALLERGEN(7)
           MOVE "CHOCOLATE PUDDING" TO WS-MNU-DISH(8)
           MOVE "eggs" TO WS-MNU-ALLERGEN(8)
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MENU-ALLERGEN-REFERENCE
           IF WS-MENUREF-STATUS NOT = "00" THEN
              DISPLAY "NO MENU-ALLERGEN REFERENCE ON FILE - "
                 "DEFAULTS STAND"
           ELSE
              MOVE 0 TO WS-MNU-COUNT
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ MENU-ALLERGEN-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-MNU-COUNT < 100 THEN
                          ADD 1 TO WS-MNU-COUNT
                          MOVE MAR-DISH TO WS-MNU-DISH(WS-MNU-COUNT)
                          MOVE MAR-ALLERGEN TO
                             WS-MNU-ALLERGEN(WS-MNU-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MENU-ALLERGEN-REFERENCE
           END-IF.
       END-LOAD-MENU-ALLERGENS.


       LOAD-ALLERGEN-SEVERITIES.
      * Names and weights only; the power-of-two values matter to
      * the screening, not here. No reference on file leaves every
      * weight at zero, and the substitutions still go out.
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
      * every tray goes to the dietitian as unscreened.
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
              MOVE "MEAL-SCREEN" TO DRG-PROGRAM
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
           STRING "MEAL-SCREEN - " WS-CHECKED-COUNT " CHECKED, "
              WS-SUBS-COUNT " SUBSTITUTE, " WS-UNSCREENED-COUNT
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
           STRING "MEAL-SCREEN - REJECTED " MOF-TRAY
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
           MOVE "MEAL-SCREEN - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "MEAL-SCREEN - RUN END" TO WS-LOG-TEXT
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
