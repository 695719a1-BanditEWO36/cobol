       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-RUN-TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * NIGHT-SCHEDULER's permanent run history: every run's steps
      * with their start and end stamps and outcomes, under the
      * night and the run that wrote them.
           SELECT NIGHT-HISTORY-FILE ASSIGN TO "NITEHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NITEHIST-STATUS.
      * The trend report: each step's elapsed time night by night
      * with its failures and holds, then each night's critical
      * path against the end of the batch window, then the steps
      * that ran well over their own average on the latest night.
           SELECT TREND-REPORT ASSIGN TO "NITETRND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
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
       FD  NIGHT-HISTORY-FILE.
       01 NIGHT-HISTORY-REC.
           05 NHS-NIGHT   PIC X(8).
           05 NHS-RUN-ID  PIC X(6).
           05 NHS-STEP    PIC X(20).
           05 NHS-DEPENDS PIC X(20).
           05 NHS-STARTED PIC X(14).
           05 NHS-ENDED   PIC X(14).
           05 NHS-OUTCOME PIC X(8).
       FD  TREND-REPORT.
       01 TREND-REPORT-REC PIC X(150).
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
      * How many of the latest nights on the history to show (7
      * when left at zero, never more than 10), and the time of day
      * the batch window closes (06:00 when left blank).
       01 WS-TREND-NIGHTS PIC 99 VALUE 0.
       01 WS-WINDOW-END   PIC X(6) VALUE SPACES.
      * A clean run is flagged as slow when it took this many per
      * cent longer than the step's average over the other nights
      * shown, and at least this many seconds longer, so a step
      * that normally takes four seconds isn't flagged for taking
      * seven -- left at zero, 50 per cent and 60 seconds.
       01 WS-SLOW-PCT     PIC 999 VALUE 0.
       01 WS-SLOW-MIN-SECS PIC 9(5) VALUE 0.
       01 WS-NITEHIST-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35).
      * The nights on the report, oldest first: where the night's
      * first step started and its last step ended (seconds on a
      * running count so a night that crosses midnight still
      * subtracts), its longest chain of dependent steps, and its
      * failures and holds.
       01 WS-NIGHT-COUNT PIC 99 VALUE 0.
       01 WS-NIGHT-TABLE.
           05 WS-NT-ENTRY OCCURS 10 TIMES.
              10 WS-NT-NIGHT       PIC X(8).
              10 WS-NT-FIRST-START PIC 9(12).
              10 WS-NT-LAST-END    PIC 9(12).
              10 WS-NT-CRITICAL    PIC 9(6).
              10 WS-NT-CRIT-STEP   PIC X(20).
              10 WS-NT-FAILS       PIC 99.
              10 WS-NT-HOLDS       PIC 99.
       01 WS-NIGHT-IDX   PIC 99.
       01 WS-SORT-IDX    PIC 99.
       01 WS-LOW-IDX     PIC 99.
       01 WS-FOUND-IDX   PIC 99.
       01 WS-SWAPPED     PIC X.
       01 WS-NT-HOLD     PIC X(62).
      * Every step seen on those nights, in the order first met, so
      * a step comes after the one it waits on the way the schedule
      * runs them. One cell per night: how it came out, how long it
      * took, the longest chain ending with it, and whether it ran
      * slow. Only clean runs count toward a step's average.
       01 WS-STEP-COUNT PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 40 TIMES.
              10 WS-ST-NAME     PIC X(20).
              10 WS-ST-DEPENDS  PIC X(20).
              10 WS-ST-FAILS    PIC 999.
              10 WS-ST-HOLDS    PIC 999.
              10 WS-ST-OK-RUNS  PIC 99.
              10 WS-ST-OK-SECS  PIC 9(8).
              10 WS-ST-CELL OCCURS 10 TIMES.
                 15 WS-ST-OUTCOME PIC X(8).
                 15 WS-ST-SECS    PIC 9(6).
                 15 WS-ST-PATH    PIC 9(6).
                 15 WS-ST-SLOW    PIC X.
       01 WS-STEP-IDX    PIC 99.
       01 WS-DEP-IDX     PIC 99.
       01 WS-STEPS-DROPPED PIC 9(5) VALUE 0.
      * A YYYYMMDDHHMMSS stamp taken apart and turned into seconds.
       01 WS-STAMP.
           05 WS-STAMP-DATE PIC 9(8).
           05 WS-STAMP-HH   PIC 99.
           05 WS-STAMP-MM   PIC 99.
           05 WS-STAMP-SS   PIC 99.
       01 WS-STAMP-SECS  PIC 9(12).
       01 WS-START-SECS  PIC 9(12).
       01 WS-END-SECS    PIC 9(12).
       01 WS-WINDOW-SECS PIC 9(12).
       01 WS-WINDOW-PARTS.
           05 WS-WINDOW-HH PIC 99.
           05 WS-WINDOW-MM PIC 99.
           05 WS-WINDOW-SS PIC 99.
       01 WS-OTHER-RUNS  PIC 99.
       01 WS-OTHER-AVG   PIC 9(6).
       01 WS-OVER-PCT    PIC 9(5).
       01 WS-MARGIN      PIC S9(6).
       01 WS-SLOW-COUNT  PIC 999 VALUE 0.
       01 WS-LATE-COUNT  PIC 99 VALUE 0.
      * Durations print as hours, minutes and seconds.
       01 WS-DUR-SECS    PIC 9(6).
       01 WS-DUR-MINUTES PIC 9(6).
       01 WS-DUR-TEXT.
           05 WS-DUR-HH  PIC Z9.
           05 FILLER     PIC X VALUE ":".
           05 WS-DUR-MM  PIC 99.
           05 FILLER     PIC X VALUE ":".
           05 WS-DUR-SS  PIC 99.
       01 WS-AVG-TEXT    PIC X(8).
       01 WS-TIME-TEXT.
           05 WS-TIME-HH PIC 99.
           05 FILLER     PIC X VALUE ":".
           05 WS-TIME-MM PIC 99.
           05 FILLER     PIC X VALUE ":".
           05 WS-TIME-SS PIC 99.
       01 WS-COL         PIC 999.
       01 WS-ED-COUNT    PIC ZZ9.
       01 WS-ED-PCT      PIC ZZZZ9.
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
       NIGHT-RUN-TREND.
           PERFORM LOG-RUN-START
           IF WS-TREND-NIGHTS = 0 THEN
              MOVE 7 TO WS-TREND-NIGHTS
           END-IF
           IF WS-TREND-NIGHTS > 10 THEN
              MOVE 10 TO WS-TREND-NIGHTS
           END-IF
           IF WS-WINDOW-END = SPACES THEN
              MOVE "060000" TO WS-WINDOW-END
           END-IF
           IF WS-SLOW-PCT = 0 THEN
              MOVE 50 TO WS-SLOW-PCT
           END-IF
           IF WS-SLOW-MIN-SECS = 0 THEN
              MOVE 60 TO WS-SLOW-MIN-SECS
           END-IF
           MOVE SPACES TO WS-REASON
           MOVE WS-WINDOW-END TO WS-WINDOW-PARTS
           IF WS-WINDOW-END IS NOT NUMERIC OR WS-WINDOW-HH > 23 OR
              WS-WINDOW-MM > 59 OR WS-WINDOW-SS > 59 THEN
              MOVE "BATCH WINDOW END IS NOT HHMMSS" TO WS-REASON
           ELSE
              PERFORM PICK-TREND-NIGHTS
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-NIGHT-HISTORY
              PERFORM JUDGE-STEP-TIMES
              PERFORM WORK-CRITICAL-PATHS
              PERFORM WRITE-TREND-REPORT
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "NIGHT RUN TREND REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-NIGHT-RUN-TREND.


       PICK-TREND-NIGHTS.
      * First pass: the latest nights on the history, by processing
      * date rather than by position, since a rerun of a prior
      * night is appended after the nights that followed it. The
      * table keeps the highest dates met so far, displacing its
      * lowest when full, and is put into date order at the end.
           OPEN INPUT NIGHT-HISTORY-FILE
           IF WS-NITEHIST-STATUS NOT = "00" THEN
              MOVE "NO NIGHT HISTORY ON FILE" TO WS-REASON
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ NIGHT-HISTORY-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF NHS-NIGHT IS NUMERIC THEN
                          PERFORM NOTE-TREND-NIGHT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NIGHT-HISTORY-FILE
              IF WS-NIGHT-COUNT = 0 THEN
                 MOVE "NO NIGHTS ON THE HISTORY FILE" TO WS-REASON
              END-IF
              MOVE "Y" TO WS-SWAPPED
              PERFORM UNTIL WS-SWAPPED = "N"
                 MOVE "N" TO WS-SWAPPED
                 PERFORM VARYING WS-SORT-IDX FROM 1 BY 1 UNTIL
                    WS-SORT-IDX >= WS-NIGHT-COUNT
                    IF WS-NT-NIGHT(WS-SORT-IDX) >
                       WS-NT-NIGHT(WS-SORT-IDX + 1) THEN
                       MOVE WS-NT-ENTRY(WS-SORT-IDX) TO WS-NT-HOLD
                       MOVE WS-NT-ENTRY(WS-SORT-IDX + 1) TO
                          WS-NT-ENTRY(WS-SORT-IDX)
                       MOVE WS-NT-HOLD TO WS-NT-ENTRY(WS-SORT-IDX + 1)
                       MOVE "Y" TO WS-SWAPPED
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.
       END-PICK-TREND-NIGHTS.


       NOTE-TREND-NIGHT.
           PERFORM FIND-TREND-NIGHT
           IF WS-FOUND-IDX = 0 THEN
              IF WS-NIGHT-COUNT < WS-TREND-NIGHTS THEN
                 ADD 1 TO WS-NIGHT-COUNT
                 MOVE WS-NIGHT-COUNT TO WS-FOUND-IDX
              ELSE
                 MOVE 1 TO WS-LOW-IDX
                 PERFORM VARYING WS-SORT-IDX FROM 2 BY 1 UNTIL
                    WS-SORT-IDX > WS-NIGHT-COUNT
                    IF WS-NT-NIGHT(WS-SORT-IDX) <
                       WS-NT-NIGHT(WS-LOW-IDX) THEN
                       MOVE WS-SORT-IDX TO WS-LOW-IDX
                    END-IF
                 END-PERFORM
                 IF NHS-NIGHT > WS-NT-NIGHT(WS-LOW-IDX) THEN
                    MOVE WS-LOW-IDX TO WS-FOUND-IDX
                 END-IF
              END-IF
              IF WS-FOUND-IDX > 0 THEN
                 MOVE NHS-NIGHT TO WS-NT-NIGHT(WS-FOUND-IDX)
                 MOVE 0 TO WS-NT-FIRST-START(WS-FOUND-IDX)
                 MOVE 0 TO WS-NT-LAST-END(WS-FOUND-IDX)
                 MOVE 0 TO WS-NT-CRITICAL(WS-FOUND-IDX)
                 MOVE SPACES TO WS-NT-CRIT-STEP(WS-FOUND-IDX)
                 MOVE 0 TO WS-NT-FAILS(WS-FOUND-IDX)
                 MOVE 0 TO WS-NT-HOLDS(WS-FOUND-IDX)
              END-IF
           END-IF.
       END-NOTE-TREND-NIGHT.


       FIND-TREND-NIGHT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
              WS-NIGHT-IDX > WS-NIGHT-COUNT OR WS-FOUND-IDX > 0
              IF WS-NT-NIGHT(WS-NIGHT-IDX) = NHS-NIGHT THEN
                 MOVE WS-NIGHT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       END-FIND-TREND-NIGHT.


       LOAD-NIGHT-HISTORY.
      * Second pass: every record for a night on the report goes
      * into its step's cell for that night.
           OPEN INPUT NIGHT-HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ NIGHT-HISTORY-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM FIND-TREND-NIGHT
                    IF WS-FOUND-IDX > 0 THEN
                       MOVE WS-FOUND-IDX TO WS-NIGHT-IDX
                       PERFORM FIND-HISTORY-STEP
                       IF WS-STEP-IDX > 0 THEN
                          PERFORM TAKE-HISTORY-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NIGHT-HISTORY-FILE.
       END-LOAD-NIGHT-HISTORY.


       FIND-HISTORY-STEP.
      * A step not met before gets a fresh row; the latest record's
      * dependency is the one that stands.
           MOVE 0 TO WS-STEP-IDX
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1 UNTIL
              WS-SORT-IDX > WS-STEP-COUNT OR WS-STEP-IDX > 0
              IF WS-ST-NAME(WS-SORT-IDX) = NHS-STEP THEN
                 MOVE WS-SORT-IDX TO WS-STEP-IDX
              END-IF
           END-PERFORM
           IF WS-STEP-IDX = 0 THEN
              IF WS-STEP-COUNT < 40 THEN
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-COUNT TO WS-STEP-IDX
                 INITIALIZE WS-ST-ENTRY(WS-STEP-IDX)
                 MOVE NHS-STEP TO WS-ST-NAME(WS-STEP-IDX)
              ELSE
                 ADD 1 TO WS-STEPS-DROPPED
              END-IF
           END-IF
           IF WS-STEP-IDX > 0 THEN
              MOVE NHS-DEPENDS TO WS-ST-DEPENDS(WS-STEP-IDX)
           END-IF.
       END-FIND-HISTORY-STEP.


       TAKE-HISTORY-RECORD.
      * A step that actually ran fills its cell with this run's
      * outcome and time, so a restart's clean rerun replaces the
      * failure before it -- the failure still counts. PRIOR-OK,
      * HELD and NOTRUN only fill a cell nothing has run in yet.
      * Every failure and hold counts, whichever run it was on.
           IF NHS-OUTCOME = "FAILED" THEN
              ADD 1 TO WS-ST-FAILS(WS-STEP-IDX)
              ADD 1 TO WS-NT-FAILS(WS-NIGHT-IDX)
           END-IF
           IF NHS-OUTCOME = "HELD" THEN
              ADD 1 TO WS-ST-HOLDS(WS-STEP-IDX)
              ADD 1 TO WS-NT-HOLDS(WS-NIGHT-IDX)
           END-IF
           IF (NHS-OUTCOME = "OK" OR NHS-OUTCOME = "FAILED") AND
              NHS-STARTED IS NUMERIC AND NHS-ENDED IS NUMERIC THEN
              MOVE NHS-STARTED TO WS-STAMP
              PERFORM STAMP-TO-SECONDS
              MOVE WS-STAMP-SECS TO WS-START-SECS
              MOVE NHS-ENDED TO WS-STAMP
              PERFORM STAMP-TO-SECONDS
              MOVE WS-STAMP-SECS TO WS-END-SECS
              IF WS-END-SECS < WS-START-SECS THEN
                 MOVE WS-START-SECS TO WS-END-SECS
              END-IF
              MOVE NHS-OUTCOME TO
                 WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX)
              COMPUTE WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) =
                 WS-END-SECS - WS-START-SECS
              IF WS-NT-FIRST-START(WS-NIGHT-IDX) = 0 OR
                 WS-START-SECS < WS-NT-FIRST-START(WS-NIGHT-IDX)
                 THEN
                 MOVE WS-START-SECS TO WS-NT-FIRST-START(WS-NIGHT-IDX)
              END-IF
              IF WS-END-SECS > WS-NT-LAST-END(WS-NIGHT-IDX) THEN
                 MOVE WS-END-SECS TO WS-NT-LAST-END(WS-NIGHT-IDX)
              END-IF
           ELSE
              IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = SPACES
                 OR WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) =
                 "NOTRUN" OR
                 WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "HELD"
                 THEN
                 MOVE NHS-OUTCOME TO
                    WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX)
              END-IF
           END-IF.
       END-TAKE-HISTORY-RECORD.


       STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECS =
              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400 +
              WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
       END-STAMP-TO-SECONDS.


       JUDGE-STEP-TIMES.
      * Each step's clean runs give its average; a clean run is
      * then judged against the average of the step's other clean
      * runs, which needs at least two of them to mean anything.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL
              WS-STEP-IDX > WS-STEP-COUNT
              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
                 WS-NIGHT-IDX > WS-NIGHT-COUNT
                 MOVE "N" TO WS-ST-SLOW(WS-STEP-IDX, WS-NIGHT-IDX)
                 IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "OK"
                    THEN
                    ADD 1 TO WS-ST-OK-RUNS(WS-STEP-IDX)
                    ADD WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) TO
                       WS-ST-OK-SECS(WS-STEP-IDX)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
                 WS-NIGHT-IDX > WS-NIGHT-COUNT
                 IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "OK"
                    AND WS-ST-OK-RUNS(WS-STEP-IDX) > 2 THEN
                    PERFORM JUDGE-ONE-RUN
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-JUDGE-STEP-TIMES.


       JUDGE-ONE-RUN.
           COMPUTE WS-OTHER-RUNS = WS-ST-OK-RUNS(WS-STEP-IDX) - 1
           COMPUTE WS-OTHER-AVG = (WS-ST-OK-SECS(WS-STEP-IDX) -
              WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX)) / WS-OTHER-RUNS
           IF WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) * 100 >
              WS-OTHER-AVG * (100 + WS-SLOW-PCT) AND
              WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) - WS-OTHER-AVG
              NOT < WS-SLOW-MIN-SECS THEN
              MOVE "Y" TO WS-ST-SLOW(WS-STEP-IDX, WS-NIGHT-IDX)
           END-IF.
       END-JUDGE-ONE-RUN.


       WORK-CRITICAL-PATHS.
      * The longest chain of dependent steps each night, adding up
      * only the steps that actually ran: how long the night would
      * take if everything not waiting on something ran at once.
      * Steps are met in schedule order, so the step a step waits
      * on already has its chain worked out.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
              WS-NIGHT-IDX > WS-NIGHT-COUNT
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL
                 WS-STEP-IDX > WS-STEP-COUNT
                 MOVE 0 TO WS-ST-PATH(WS-STEP-IDX, WS-NIGHT-IDX)
                 IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "OK"
                    OR WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) =
                    "FAILED" THEN
                    MOVE WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) TO
                       WS-ST-PATH(WS-STEP-IDX, WS-NIGHT-IDX)
                    IF WS-ST-DEPENDS(WS-STEP-IDX) NOT = SPACES THEN
                       PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL
                          WS-DEP-IDX >= WS-STEP-IDX
                          IF WS-ST-NAME(WS-DEP-IDX) =
                             WS-ST-DEPENDS(WS-STEP-IDX) THEN
                             ADD WS-ST-PATH(WS-DEP-IDX, WS-NIGHT-IDX)
                                TO WS-ST-PATH(WS-STEP-IDX,
                                WS-NIGHT-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
                    IF WS-ST-PATH(WS-STEP-IDX, WS-NIGHT-IDX) >
                       WS-NT-CRITICAL(WS-NIGHT-IDX) OR
                       WS-NT-CRIT-STEP(WS-NIGHT-IDX) = SPACES THEN
                       MOVE WS-ST-PATH(WS-STEP-IDX, WS-NIGHT-IDX) TO
                          WS-NT-CRITICAL(WS-NIGHT-IDX)
                       MOVE WS-ST-NAME(WS-STEP-IDX) TO
                          WS-NT-CRIT-STEP(WS-NIGHT-IDX)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-WORK-CRITICAL-PATHS.


       WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-REPORT
           MOVE SPACES TO TREND-REPORT-REC
           MOVE WS-NIGHT-COUNT TO WS-ED-COUNT
           STRING "NIGHT RUN TREND - " WS-BUSI-DATE " - LATEST "
              FUNCTION TRIM(WS-ED-COUNT) " NIGHT(S) ON THE HISTORY"
              DELIMITED BY SIZE INTO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           PERFORM WRITE-STEP-GRID
           PERFORM WRITE-NIGHT-WINDOWS
           PERFORM WRITE-SLOW-STEPS
           CLOSE TREND-REPORT
           MOVE "NITETRND" TO WS-DIST-REPORT
           MOVE "OPS DESK" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           DISPLAY "NIGHT RUN TREND: " WS-NIGHT-COUNT " NIGHT(S), "
              WS-STEP-COUNT " STEP(S) - SEE NITETRND"
           DISPLAY "   SLOW ON THE LATEST NIGHT " WS-SLOW-COUNT
              "  NIGHTS PAST THE WINDOW " WS-LATE-COUNT
           IF WS-STEPS-DROPPED > 0 THEN
              DISPLAY "   " WS-STEPS-DROPPED
                 " RECORD(S) LEFT OFF - OVER 40 STEPS"
           END-IF.
       END-WRITE-TREND-REPORT.


       WRITE-STEP-GRID.
      * One row per step, one column per night: H:MM:SS for a run,
      * flagged * when slow against the step's own average and F
      * when it failed; HELD, NOTRUN and PRIOR-OK as the scheduler
      * recorded them; blank when the step wasn't on that night.
           MOVE "ELAPSED BY STEP  (* SLOW AGAINST ITS OWN AVERAGE,"
              TO TREND-REPORT-REC
           MOVE "F FAILED)" TO TREND-REPORT-REC(52:9)
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           MOVE "  STEP" TO TREND-REPORT-REC
           MOVE 24 TO WS-COL
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
              WS-NIGHT-IDX > WS-NIGHT-COUNT
              MOVE WS-NT-NIGHT(WS-NIGHT-IDX) TO
                 TREND-REPORT-REC(WS-COL:8)
              ADD 10 TO WS-COL
           END-PERFORM
           MOVE " AVERAGE" TO TREND-REPORT-REC(WS-COL:8)
           MOVE "FAILS" TO TREND-REPORT-REC(WS-COL + 10:5)
           MOVE "HOLDS" TO TREND-REPORT-REC(WS-COL + 16:5)
           WRITE TREND-REPORT-REC
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL
              WS-STEP-IDX > WS-STEP-COUNT
              MOVE SPACES TO TREND-REPORT-REC
              MOVE WS-ST-NAME(WS-STEP-IDX) TO TREND-REPORT-REC(3:20)
              MOVE 24 TO WS-COL
              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
                 WS-NIGHT-IDX > WS-NIGHT-COUNT
                 PERFORM WRITE-ONE-CELL
                 ADD 10 TO WS-COL
              END-PERFORM
              IF WS-ST-OK-RUNS(WS-STEP-IDX) > 0 THEN
                 DIVIDE WS-ST-OK-RUNS(WS-STEP-IDX) INTO
                    WS-ST-OK-SECS(WS-STEP-IDX) GIVING WS-DUR-SECS
                 PERFORM EDIT-DURATION
                 MOVE WS-DUR-TEXT TO TREND-REPORT-REC(WS-COL:8)
              ELSE
                 MOVE "       -" TO TREND-REPORT-REC(WS-COL:8)
              END-IF
              MOVE WS-ST-FAILS(WS-STEP-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO TREND-REPORT-REC(WS-COL + 12:3)
              MOVE WS-ST-HOLDS(WS-STEP-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO TREND-REPORT-REC(WS-COL + 18:3)
              WRITE TREND-REPORT-REC
           END-PERFORM
           MOVE SPACES TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC.
       END-WRITE-STEP-GRID.


       WRITE-ONE-CELL.
           IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "OK" OR
              WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "FAILED"
              THEN
              MOVE WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) TO
                 WS-DUR-SECS
              PERFORM EDIT-DURATION
              MOVE WS-DUR-TEXT TO TREND-REPORT-REC(WS-COL:8)
              IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "FAILED"
                 THEN
                 MOVE "F" TO TREND-REPORT-REC(WS-COL + 8:1)
              ELSE
                 IF WS-ST-SLOW(WS-STEP-IDX, WS-NIGHT-IDX) = "Y" THEN
                    MOVE "*" TO TREND-REPORT-REC(WS-COL + 8:1)
                 END-IF
              END-IF
           ELSE
              IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) = "HELD"
                 THEN
                 MOVE "    HELD" TO TREND-REPORT-REC(WS-COL:8)
              ELSE
                 IF WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) =
                    "NOTRUN" THEN
                    MOVE "  NOTRUN" TO TREND-REPORT-REC(WS-COL:8)
                 ELSE
                    MOVE WS-ST-OUTCOME(WS-STEP-IDX, WS-NIGHT-IDX) TO
                       TREND-REPORT-REC(WS-COL:8)
                 END-IF
              END-IF
           END-IF.
       END-WRITE-ONE-CELL.


       WRITE-NIGHT-WINDOWS.
      * Each night from its first step's start: when it finished,
      * how long it ran, how long its critical path was and the
      * step that path ends with, and how far inside (+) or past
      * (-) the batch window it finished. The window closes at the
      * first WS-WINDOW-END after the night started.
           MOVE "THE NIGHT AGAINST THE BATCH WINDOW (CLOSES "
              TO TREND-REPORT-REC
           MOVE WS-WINDOW-HH TO WS-TIME-HH
           MOVE WS-WINDOW-MM TO WS-TIME-MM
           MOVE WS-WINDOW-SS TO WS-TIME-SS
           MOVE WS-TIME-TEXT TO TREND-REPORT-REC(44:8)
           MOVE ")" TO TREND-REPORT-REC(52:1)
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           MOVE "  NIGHT" TO TREND-REPORT-REC
           MOVE "STARTED" TO TREND-REPORT-REC(14:7)
           MOVE "FINISHED" TO TREND-REPORT-REC(24:8)
           MOVE "ELAPSED" TO TREND-REPORT-REC(35:7)
           MOVE "CRIT PATH" TO TREND-REPORT-REC(44:9)
           MOVE "PATH ENDS WITH" TO TREND-REPORT-REC(55:14)
           MOVE "MARGIN" TO TREND-REPORT-REC(78:6)
           MOVE "FAILS" TO TREND-REPORT-REC(87:5)
           MOVE "HOLDS" TO TREND-REPORT-REC(93:5)
           WRITE TREND-REPORT-REC
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1 UNTIL
              WS-NIGHT-IDX > WS-NIGHT-COUNT
              MOVE SPACES TO TREND-REPORT-REC
              MOVE WS-NT-NIGHT(WS-NIGHT-IDX) TO TREND-REPORT-REC(3:8)
              IF WS-NT-FIRST-START(WS-NIGHT-IDX) = 0 THEN
                 MOVE "NO STEP RAN" TO TREND-REPORT-REC(14:11)
              ELSE
                 PERFORM WRITE-ONE-WINDOW
              END-IF
              MOVE WS-NT-FAILS(WS-NIGHT-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO TREND-REPORT-REC(89:3)
              MOVE WS-NT-HOLDS(WS-NIGHT-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO TREND-REPORT-REC(95:3)
              WRITE TREND-REPORT-REC
           END-PERFORM
           MOVE SPACES TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC.
       END-WRITE-NIGHT-WINDOWS.


       WRITE-ONE-WINDOW.
           MOVE WS-NT-FIRST-START(WS-NIGHT-IDX) TO WS-STAMP-SECS
           PERFORM EDIT-TIME-OF-DAY
           MOVE WS-TIME-TEXT TO TREND-REPORT-REC(14:8)
           MOVE WS-NT-LAST-END(WS-NIGHT-IDX) TO WS-STAMP-SECS
           PERFORM EDIT-TIME-OF-DAY
           MOVE WS-TIME-TEXT TO TREND-REPORT-REC(24:8)
           COMPUTE WS-DUR-SECS = WS-NT-LAST-END(WS-NIGHT-IDX) -
              WS-NT-FIRST-START(WS-NIGHT-IDX)
           PERFORM EDIT-DURATION
           MOVE WS-DUR-TEXT TO TREND-REPORT-REC(34:8)
           MOVE WS-NT-CRITICAL(WS-NIGHT-IDX) TO WS-DUR-SECS
           PERFORM EDIT-DURATION
           MOVE WS-DUR-TEXT TO TREND-REPORT-REC(45:8)
           MOVE WS-NT-CRIT-STEP(WS-NIGHT-IDX) TO
              TREND-REPORT-REC(55:20)
      * The window close as seconds on the same count: the night's
      * first start date at WS-WINDOW-END, or the day after when
      * the night began after that time.
           DIVIDE WS-NT-FIRST-START(WS-NIGHT-IDX) BY 86400
              GIVING WS-WINDOW-SECS
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-SECS * 86400 +
              WS-WINDOW-HH * 3600 + WS-WINDOW-MM * 60 + WS-WINDOW-SS
           IF WS-WINDOW-SECS NOT > WS-NT-FIRST-START(WS-NIGHT-IDX)
              THEN
              ADD 86400 TO WS-WINDOW-SECS
           END-IF
           COMPUTE WS-MARGIN = WS-WINDOW-SECS -
              WS-NT-LAST-END(WS-NIGHT-IDX)
           IF WS-MARGIN < 0 THEN
              COMPUTE WS-DUR-SECS = 0 - WS-MARGIN
              PERFORM EDIT-DURATION
              MOVE "-" TO TREND-REPORT-REC(75:1)
              MOVE WS-DUR-TEXT TO TREND-REPORT-REC(76:8)
              MOVE "PAST WINDOW" TO TREND-REPORT-REC(100:11)
              ADD 1 TO WS-LATE-COUNT
              IF WS-NIGHT-IDX = WS-NIGHT-COUNT THEN
                 PERFORM LOG-LATE-NIGHT
              END-IF
           ELSE
              MOVE WS-MARGIN TO WS-DUR-SECS
              PERFORM EDIT-DURATION
              MOVE "+" TO TREND-REPORT-REC(75:1)
              MOVE WS-DUR-TEXT TO TREND-REPORT-REC(76:8)
              IF WS-NT-FIRST-START(WS-NIGHT-IDX) +
                 WS-NT-CRITICAL(WS-NIGHT-IDX) > WS-WINDOW-SECS THEN
                 MOVE "PATH PAST WINDOW" TO
                    TREND-REPORT-REC(100:16)
              END-IF
           END-IF.
       END-WRITE-ONE-WINDOW.


       WRITE-SLOW-STEPS.
      * The steps that ran slow on the latest night, with how far
      * over their own average they were; each also goes on the
      * operations log as a warning.
           MOVE "SLOW ON THE LATEST NIGHT" TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL
              WS-STEP-IDX > WS-STEP-COUNT
              IF WS-ST-SLOW(WS-STEP-IDX, WS-NIGHT-IDX) = "Y" THEN
                 ADD 1 TO WS-SLOW-COUNT
                 COMPUTE WS-OTHER-RUNS = WS-ST-OK-RUNS(WS-STEP-IDX) - 1
                 COMPUTE WS-OTHER-AVG =
                    (WS-ST-OK-SECS(WS-STEP-IDX) -
                    WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX)) /
                    WS-OTHER-RUNS
                 IF WS-OTHER-AVG = 0 THEN
                    MOVE 99999 TO WS-OVER-PCT
                 ELSE
                    COMPUTE WS-OVER-PCT =
                       (WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) -
                       WS-OTHER-AVG) * 100 / WS-OTHER-AVG
                 END-IF
                 MOVE WS-OTHER-AVG TO WS-DUR-SECS
                 PERFORM EDIT-DURATION
                 MOVE WS-DUR-TEXT TO WS-AVG-TEXT
                 MOVE WS-ST-SECS(WS-STEP-IDX, WS-NIGHT-IDX) TO
                    WS-DUR-SECS
                 PERFORM EDIT-DURATION
                 MOVE WS-OVER-PCT TO WS-ED-PCT
                 MOVE SPACES TO TREND-REPORT-REC
                 MOVE WS-ST-NAME(WS-STEP-IDX) TO TREND-REPORT-REC(3:20)
                 STRING "TOOK " FUNCTION TRIM(WS-DUR-TEXT) ", "
                    FUNCTION TRIM(WS-ED-PCT) "% OVER ITS AVERAGE OF "
                    FUNCTION TRIM(WS-AVG-TEXT)
                    DELIMITED BY SIZE INTO TREND-REPORT-REC(24:60)
                 WRITE TREND-REPORT-REC
                 PERFORM LOG-SLOW-STEP
              END-IF
           END-PERFORM
           IF WS-SLOW-COUNT = 0 THEN
              MOVE "  NO STEP RAN NOTICEABLY LONGER THAN ITS AVERAGE"
                 TO TREND-REPORT-REC
              WRITE TREND-REPORT-REC
           END-IF.
       END-WRITE-SLOW-STEPS.


       EDIT-DURATION.
           DIVIDE WS-DUR-SECS BY 60 GIVING WS-DUR-MINUTES
              REMAINDER WS-DUR-SS
           DIVIDE WS-DUR-MINUTES BY 60 GIVING WS-DUR-HH
              REMAINDER WS-DUR-MM.
       END-EDIT-DURATION.


       EDIT-TIME-OF-DAY.
      * WS-STAMP-SECS holds seconds on the running count; the time
      * of day is what is left over after the whole days.
           DIVIDE WS-STAMP-SECS BY 86400 GIVING WS-STAMP-SECS
              REMAINDER WS-DUR-SECS
           DIVIDE WS-DUR-SECS BY 60 GIVING WS-DUR-MINUTES
              REMAINDER WS-TIME-SS
           DIVIDE WS-DUR-MINUTES BY 60 GIVING WS-TIME-HH
              REMAINDER WS-TIME-MM.
       END-EDIT-TIME-OF-DAY.


       LOG-SLOW-STEP.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "NIGHT-RUN-TREND - SLOW "
              FUNCTION TRIM(WS-ST-NAME(WS-STEP-IDX)) " "
              FUNCTION TRIM(WS-ED-PCT) "% OVER AVERAGE"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-SLOW-STEP.


       LOG-LATE-NIGHT.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "NIGHT-RUN-TREND - NIGHT " WS-NT-NIGHT(WS-NIGHT-IDX)
              " FINISHED " FUNCTION TRIM(WS-DUR-TEXT)
              " PAST THE WINDOW"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-LATE-NIGHT.


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
              MOVE "NIGHT-RUN-TREND" TO DRG-PROGRAM
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
           STRING "NIGHT-RUN-TREND - " WS-NIGHT-COUNT " NIGHT(S), "
              WS-SLOW-COUNT " SLOW, " WS-LATE-COUNT " PAST WINDOW"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "NIGHT-RUN-TREND - REJECTED - " WS-REASON
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
           MOVE "NIGHT-RUN-TREND - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "NIGHT-RUN-TREND - RUN END" TO WS-LOG-TEXT
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
