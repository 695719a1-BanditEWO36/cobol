       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-HISTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The permanent screening history ALLERGIES adds to every time
      * a result files: one record per screen, never overwritten,
      * so a patient's whole career can be read back in order.
           SELECT SCREENING-HISTORY ASSIGN TO "ALRGYHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
      * The trend report the physicians asked for: a page per
      * patient, a line per visit, and what moved between visits --
      * allergens gained and lost, the band, and the time between.
           SELECT TREND-REPORT ASSIGN TO "SCRNHRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
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
       FD  SCREENING-HISTORY.
       01 SCREENING-HISTORY-REC.
           05 AHS-PATIENT PIC X(10).
           05 AHS-DATE    PIC X(8).
           05 AHS-SCORE   PIC 9(5).
           05 AHS-LABEL   PIC X(10).
           05 AHS-WEIGHT  PIC 9(3).
           05 AHS-LIST    PIC X(216).
       FD  TREND-REPORT.
       01 TREND-REPORT-REC PIC X(80).
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
      * One patient's history when WS-ONE-PATIENT is set (the
      * physician asking about the patient in front of them);
      * blank, every patient on the history file gets a page.
       01 WS-ONE-PATIENT PIC X(10) VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CONREQ-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(40) VALUE SPACES.
      * The history in storage, sorted by patient and then date so
      * each patient's visits come off in the order they happened,
      * whatever order the nights were run or rerun in.
       01 WS-HST-COUNT PIC 9(4) VALUE 0.
       01 WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 2000 TIMES.
              10 WS-HST-KEY.
                 15 WS-HST-PATIENT PIC X(10).
                 15 WS-HST-DATE    PIC X(8).
              10 WS-HST-SCORE   PIC 9(5).
              10 WS-HST-LABEL   PIC X(10).
              10 WS-HST-WEIGHT  PIC 9(3).
              10 WS-HST-LIST    PIC X(216).
       01 WS-HST-HOLD.
           05 WS-HOLD-KEY    PIC X(18).
           05 FILLER         PIC X(234).
       01 WS-HST-IDX   PIC 9(4).
       01 WS-SORT-IDX  PIC 9(4).
       01 WS-SORT-DONE PIC X.
       01 WS-DROPPED   PIC 9(4) VALUE 0.
      * The patient whose page is being built and where their
      * visits sit in the table.
       01 WS-CUR-PATIENT PIC X(10).
       01 WS-FIRST-IDX PIC 9(4).
       01 WS-LAST-IDX  PIC 9(4).
       01 WS-PRIOR-IDX PIC 9(4).
       01 WS-VISITS    PIC 9(4).
       01 WS-RPT-PAGE  PIC 999 VALUE 0.
       01 WS-PATIENTS-REPORTED PIC 999 VALUE 0.
      * Visit-to-visit arithmetic: days since the previous screen,
      * and the span first to last for the average interval.
       01 WS-DAYS       PIC 9(5).
       01 WS-SPAN-DAYS  PIC 9(5).
       01 WS-AVG-DAYS   PIC 9(5).
       01 WS-DATES-USABLE PIC X.
      * Each visit's allergen list broken into its names, so the
      * lists can be compared name by name rather than as strings.
       01 WS-CUR-NAMES.
           05 WS-CUR-NAME PIC X(12) OCCURS 16 TIMES.
       01 WS-PREV-NAMES.
           05 WS-PREV-NAME PIC X(12) OCCURS 16 TIMES.
       01 WS-SPLIT-LIST PIC X(216).
       01 WS-SPLIT-NAMES.
           05 WS-SPLIT-NAME PIC X(12) OCCURS 16 TIMES.
       01 WS-SPLIT-PTR  PIC 999.
       01 WS-NAME-IDX   PIC 99.
       01 WS-CMP-IDX    PIC 99.
       01 WS-NAME-FOUND PIC X.
       01 WS-CHANGE-LINES PIC 99.
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
       SCREEN-HISTORY.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           PERFORM LOAD-SCREENING-HISTORY
           PERFORM SORT-SCREENING-HISTORY
           OPEN OUTPUT TREND-REPORT
           IF WS-HST-COUNT = 0 THEN
              IF WS-ONE-PATIENT NOT = SPACES THEN
                 MOVE "NO SCREENING HISTORY ON FILE" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ONE-PATIENT
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 DISPLAY "NO SCREENING HISTORY ON FILE"
              END-IF
           ELSE
              MOVE 1 TO WS-FIRST-IDX
              PERFORM UNTIL WS-FIRST-IDX > WS-HST-COUNT
                 PERFORM REPORT-ONE-PATIENT
                 COMPUTE WS-FIRST-IDX = WS-LAST-IDX + 1
              END-PERFORM
           END-IF
           CLOSE TREND-REPORT
           MOVE "SCRNHRPT" TO WS-DIST-REPORT
           MOVE "PHYSICIANS" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           DISPLAY WS-PATIENTS-REPORTED " PATIENT HISTORY PAGE(S) "
              "WRITTEN"
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-SCREEN-HISTORY.


       LOAD-SCREENING-HISTORY.
      * The whole file, or just the one patient's rows. A night
      * that was resumed from its checkpoint can have filed its
      * last patient twice; the sort below brings the pair
      * together and the report reads past the repeat.
           MOVE 0 TO WS-HST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCREENING-HISTORY
           IF WS-HISTORY-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCREENING-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-ONE-PATIENT = SPACES OR
                          AHS-PATIENT = WS-ONE-PATIENT THEN
                          IF WS-HST-COUNT < 2000 THEN
                             ADD 1 TO WS-HST-COUNT
                             MOVE AHS-PATIENT TO
                                WS-HST-PATIENT(WS-HST-COUNT)
                             MOVE AHS-DATE TO
                                WS-HST-DATE(WS-HST-COUNT)
                             MOVE AHS-SCORE TO
                                WS-HST-SCORE(WS-HST-COUNT)
                             MOVE AHS-LABEL TO
                                WS-HST-LABEL(WS-HST-COUNT)
                             MOVE AHS-WEIGHT TO
                                WS-HST-WEIGHT(WS-HST-COUNT)
                             MOVE AHS-LIST TO
                                WS-HST-LIST(WS-HST-COUNT)
                          ELSE
                             ADD 1 TO WS-DROPPED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCREENING-HISTORY
           END-IF
           IF WS-DROPPED > 0 THEN
              DISPLAY "WARNING: " WS-DROPPED " HISTORY ROW(S) PAST "
                 "THE 2000-ROW TABLE NOT REPORTED"
           END-IF.
       END-LOAD-SCREENING-HISTORY.


       SORT-SCREENING-HISTORY.
      * Insertion sort on patient then date. It never moves a row
      * past one with an equal key, so two screens filed under the
      * same date keep the order they filed in.
           PERFORM VARYING WS-HST-IDX FROM 2 BY 1 UNTIL WS-HST-IDX >
              WS-HST-COUNT
              MOVE WS-HST-ENTRY(WS-HST-IDX) TO WS-HST-HOLD
              MOVE WS-HST-IDX TO WS-SORT-IDX
              MOVE "N" TO WS-SORT-DONE
              PERFORM UNTIL WS-SORT-DONE = "Y"
                 IF WS-SORT-IDX > 1 THEN
                    IF WS-HST-KEY(WS-SORT-IDX - 1) > WS-HOLD-KEY THEN
                       MOVE WS-HST-ENTRY(WS-SORT-IDX - 1) TO
                          WS-HST-ENTRY(WS-SORT-IDX)
                       SUBTRACT 1 FROM WS-SORT-IDX
                    ELSE
                       MOVE "Y" TO WS-SORT-DONE
                    END-IF
                 ELSE
                    MOVE "Y" TO WS-SORT-DONE
                 END-IF
              END-PERFORM
              MOVE WS-HST-HOLD TO WS-HST-ENTRY(WS-SORT-IDX)
           END-PERFORM.
       END-SORT-SCREENING-HISTORY.


       REPORT-ONE-PATIENT.
      * One page: the header, a line per visit with what changed
      * since the one before it, and the career summary at the
      * foot. WS-LAST-IDX comes back on the patient's last row.
           MOVE WS-HST-PATIENT(WS-FIRST-IDX) TO WS-CUR-PATIENT
           MOVE WS-FIRST-IDX TO WS-LAST-IDX
           MOVE "N" TO WS-SORT-DONE
           PERFORM UNTIL WS-SORT-DONE = "Y"
              IF WS-LAST-IDX >= WS-HST-COUNT THEN
                 MOVE "Y" TO WS-SORT-DONE
              ELSE
                 IF WS-HST-PATIENT(WS-LAST-IDX + 1) = WS-CUR-PATIENT
                    THEN
                    ADD 1 TO WS-LAST-IDX
                 ELSE
                    MOVE "Y" TO WS-SORT-DONE
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-RPT-PAGE
           ADD 1 TO WS-PATIENTS-REPORTED
           MOVE ALL "-" TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           STRING "ALLERGY SCREENING HISTORY" "   PAGE " WS-RPT-PAGE
              DELIMITED BY SIZE INTO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           STRING "PATIENT: " WS-CUR-PATIENT
              DELIMITED BY SIZE INTO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE "DATE      SCORE  BAND        WEIGHT  DAYS SINCE LAST"
              TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE 0 TO WS-VISITS
           MOVE 0 TO WS-PRIOR-IDX
           PERFORM VARYING WS-HST-IDX FROM WS-FIRST-IDX BY 1 UNTIL
              WS-HST-IDX > WS-LAST-IDX
              IF WS-PRIOR-IDX > 0 AND
                 WS-HST-KEY(WS-HST-IDX) = WS-HST-KEY(WS-PRIOR-IDX) AND
                 WS-HST-SCORE(WS-HST-IDX) = WS-HST-SCORE(WS-PRIOR-IDX)
                 THEN
                 CONTINUE
              ELSE
                 ADD 1 TO WS-VISITS
                 PERFORM REPORT-ONE-VISIT
                 MOVE WS-HST-IDX TO WS-PRIOR-IDX
              END-IF
           END-PERFORM
           PERFORM REPORT-CAREER-SUMMARY.
       END-REPORT-ONE-PATIENT.


       REPORT-ONE-VISIT.
      * The visit line, then the movement since the visit before:
      * a band that moved, every allergen newly on the list, and
      * every one that dropped off. The first visit on record
      * lists what it found instead.
           MOVE SPACES TO TREND-REPORT-REC
           IF WS-PRIOR-IDX = 0 THEN
              STRING WS-HST-DATE(WS-HST-IDX) "  "
                 WS-HST-SCORE(WS-HST-IDX) "  "
                 WS-HST-LABEL(WS-HST-IDX) "  "
                 WS-HST-WEIGHT(WS-HST-IDX) "     FIRST SCREEN"
                 DELIMITED BY SIZE INTO TREND-REPORT-REC
           ELSE
              PERFORM COMPUTE-VISIT-INTERVAL
              IF WS-DATES-USABLE = "Y" THEN
                 STRING WS-HST-DATE(WS-HST-IDX) "  "
                    WS-HST-SCORE(WS-HST-IDX) "  "
                    WS-HST-LABEL(WS-HST-IDX) "  "
                    WS-HST-WEIGHT(WS-HST-IDX) "     " WS-DAYS
                    DELIMITED BY SIZE INTO TREND-REPORT-REC
              ELSE
                 STRING WS-HST-DATE(WS-HST-IDX) "  "
                    WS-HST-SCORE(WS-HST-IDX) "  "
                    WS-HST-LABEL(WS-HST-IDX) "  "
                    WS-HST-WEIGHT(WS-HST-IDX) "     (UNDATED)"
                    DELIMITED BY SIZE INTO TREND-REPORT-REC
              END-IF
           END-IF
           WRITE TREND-REPORT-REC
           MOVE WS-HST-LIST(WS-HST-IDX) TO WS-SPLIT-LIST
           PERFORM SPLIT-ALLERGEN-LIST
           MOVE WS-SPLIT-NAMES TO WS-CUR-NAMES
           IF WS-PRIOR-IDX = 0 THEN
              MOVE SPACES TO TREND-REPORT-REC
              IF WS-HST-LIST(WS-HST-IDX) = SPACES THEN
                 MOVE "   FOUND: (NONE)" TO TREND-REPORT-REC
              ELSE
                 STRING "   FOUND: " WS-HST-LIST(WS-HST-IDX)
                    DELIMITED BY SIZE INTO TREND-REPORT-REC
              END-IF
              WRITE TREND-REPORT-REC
           ELSE
              MOVE 0 TO WS-CHANGE-LINES
              IF WS-HST-LABEL(WS-HST-IDX) NOT =
                 WS-HST-LABEL(WS-PRIOR-IDX) THEN
                 ADD 1 TO WS-CHANGE-LINES
                 MOVE SPACES TO TREND-REPORT-REC
                 STRING "   BAND MOVED " WS-HST-LABEL(WS-PRIOR-IDX)
                    " -> " WS-HST-LABEL(WS-HST-IDX)
                    DELIMITED BY SIZE INTO TREND-REPORT-REC
                 WRITE TREND-REPORT-REC
              END-IF
              MOVE WS-HST-LIST(WS-PRIOR-IDX) TO WS-SPLIT-LIST
              PERFORM SPLIT-ALLERGEN-LIST
              MOVE WS-SPLIT-NAMES TO WS-PREV-NAMES
              PERFORM VARYING WS-NAME-IDX FROM 1 BY 1 UNTIL
                 WS-NAME-IDX > 16
                 IF WS-CUR-NAME(WS-NAME-IDX) NOT = SPACES THEN
                    MOVE "N" TO WS-NAME-FOUND
                    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1 UNTIL
                       WS-CMP-IDX > 16
                       IF WS-PREV-NAME(WS-CMP-IDX) =
                          WS-CUR-NAME(WS-NAME-IDX) THEN
                          MOVE "Y" TO WS-NAME-FOUND
                       END-IF
                    END-PERFORM
                    IF WS-NAME-FOUND = "N" THEN
                       ADD 1 TO WS-CHANGE-LINES
                       MOVE SPACES TO TREND-REPORT-REC
                       STRING "   GAINED " WS-CUR-NAME(WS-NAME-IDX)
                          DELIMITED BY SIZE INTO TREND-REPORT-REC
                       WRITE TREND-REPORT-REC
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-NAME-IDX FROM 1 BY 1 UNTIL
                 WS-NAME-IDX > 16
                 IF WS-PREV-NAME(WS-NAME-IDX) NOT = SPACES THEN
                    MOVE "N" TO WS-NAME-FOUND
                    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1 UNTIL
                       WS-CMP-IDX > 16
                       IF WS-CUR-NAME(WS-CMP-IDX) =
                          WS-PREV-NAME(WS-NAME-IDX) THEN
                          MOVE "Y" TO WS-NAME-FOUND
                       END-IF
                    END-PERFORM
                    IF WS-NAME-FOUND = "N" THEN
                       ADD 1 TO WS-CHANGE-LINES
                       MOVE SPACES TO TREND-REPORT-REC
                       STRING "   LOST   " WS-PREV-NAME(WS-NAME-IDX)
                          DELIMITED BY SIZE INTO TREND-REPORT-REC
                       WRITE TREND-REPORT-REC
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CHANGE-LINES = 0 THEN
                 MOVE "   NO CHANGE SINCE LAST SCREEN" TO
                    TREND-REPORT-REC
                 WRITE TREND-REPORT-REC
              END-IF
           END-IF.
       END-REPORT-ONE-VISIT.


       COMPUTE-VISIT-INTERVAL.
      * Days from the previous visit to this one. Rows filed before
      * the business date was kept carry no date, and give no
      * interval rather than a nonsense one.
           MOVE "N" TO WS-DATES-USABLE
           MOVE 0 TO WS-DAYS
           IF WS-HST-DATE(WS-HST-IDX) IS NUMERIC AND
              WS-HST-DATE(WS-PRIOR-IDX) IS NUMERIC THEN
              MOVE "Y" TO WS-DATES-USABLE
              COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-HST-DATE(WS-HST-IDX))) -
                 FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-HST-DATE(WS-PRIOR-IDX)))
           END-IF.
       END-COMPUTE-VISIT-INTERVAL.


       SPLIT-ALLERGEN-LIST.
      * Breaks the comma list in WS-SPLIT-LIST into its names in
      * WS-SPLIT-NAMES; unused slots come back blank.
           MOVE SPACES TO WS-SPLIT-NAMES
           MOVE 1 TO WS-SPLIT-PTR
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1 UNTIL
              WS-NAME-IDX > 16 OR WS-SPLIT-PTR > 216
              UNSTRING WS-SPLIT-LIST DELIMITED BY ","
                 INTO WS-SPLIT-NAME(WS-NAME-IDX)
                 WITH POINTER WS-SPLIT-PTR
              END-UNSTRING
           END-PERFORM
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1 UNTIL
              WS-NAME-IDX > 16
              MOVE FUNCTION TRIM(WS-SPLIT-NAME(WS-NAME-IDX)) TO
                 WS-SPLIT-NAME(WS-NAME-IDX)
           END-PERFORM.
       END-SPLIT-ALLERGEN-LIST.


       REPORT-CAREER-SUMMARY.
      * The foot of the page: how many visits, the first and last
      * dates, where the band started and where it stands, and the
      * average gap between visits.
           MOVE SPACES TO TREND-REPORT-REC
           STRING "VISITS: " WS-VISITS
              "   FIRST " WS-HST-DATE(WS-FIRST-IDX)
              "   LAST " WS-HST-DATE(WS-LAST-IDX)
              DELIMITED BY SIZE INTO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           STRING "BAND: " WS-HST-LABEL(WS-FIRST-IDX)
              " -> " WS-HST-LABEL(WS-LAST-IDX)
              DELIMITED BY SIZE INTO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           IF WS-VISITS > 1 AND
              WS-HST-DATE(WS-FIRST-IDX) IS NUMERIC AND
              WS-HST-DATE(WS-LAST-IDX) IS NUMERIC THEN
              COMPUTE WS-SPAN-DAYS = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-HST-DATE(WS-LAST-IDX))) -
                 FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-HST-DATE(WS-FIRST-IDX)))
              COMPUTE WS-AVG-DAYS ROUNDED =
                 WS-SPAN-DAYS / (WS-VISITS - 1)
              MOVE SPACES TO TREND-REPORT-REC
              STRING "AVERAGE INTERVAL: " WS-AVG-DAYS " DAYS"
                 "   OVER " WS-SPAN-DAYS " DAYS"
                 DELIMITED BY SIZE INTO TREND-REPORT-REC
              WRITE TREND-REPORT-REC
           END-IF.
       END-REPORT-CAREER-SUMMARY.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "SCREEN-HISTORY" AND
                       WS-ONE-PATIENT = SPACES THEN
                       MOVE CRQ-FIELDS(1:10) TO WS-ONE-PATIENT
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
              MOVE "SCREEN-HISTORY" TO DRG-PROGRAM
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
           STRING "SCREEN-HISTORY - " WS-PATIENTS-REPORTED
              " PATIENT(S), " WS-HST-COUNT " SCREEN(S) REPORTED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SCREEN-HISTORY - REJECTED " WS-ONE-PATIENT
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
           MOVE "SCREEN-HISTORY - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "SCREEN-HISTORY - RUN END" TO WS-LOG-TEXT
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
