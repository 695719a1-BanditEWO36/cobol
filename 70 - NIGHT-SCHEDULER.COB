           SELECT NIGHT-STATUS-FILE ASSIGN TO "NITESTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NITESTAT-STATUS.
      * The permanent run history: every run adds its steps to the
      * end, stamped with the night and the run, so NIGHT-RUN-TREND
      * can say whether a step is getting slower or failing more
      * often. Nothing here is ever rewritten.
           SELECT NIGHT-HISTORY-FILE ASSIGN TO "NITEHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NITEHIST-STATUS.
      * Operator policy, shared with the text chain: a single record
      * reading ABORT stops the night at the first failed step;
      * anything else (or no file) presses on.
           SELECT JOB-POLICY-FILE ASSIGN TO "JOBPOLCY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POLICY-STATUS.
      * The batch-window indicator: set as the chain starts and
      * cleared when it ends, so the maintenance programs hold
      * their updates while the night reads its data. An S left
      * behind by a run that never finished keeps the window shut
      * until the next run clears it or an override goes through.
           SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINDOW-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 NST-STARTED PIC X(14).
           05 NST-ENDED   PIC X(14).
           05 NST-OUTCOME PIC X(8).
       FD  NIGHT-HISTORY-FILE.
       01 NIGHT-HISTORY-REC.
           05 NHS-NIGHT   PIC X(8).
           05 NHS-RUN-ID  PIC X(6).
           05 NHS-STEP    PIC X(20).
           05 NHS-DEPENDS PIC X(20).
           05 NHS-STARTED PIC X(14).
           05 NHS-ENDED   PIC X(14).
           05 NHS-OUTCOME PIC X(8).
       FD  JOB-POLICY-FILE.
       01 JOB-POLICY-REC PIC X(8).
      * BWN-STATE is S while the night's chain runs and C once it
      * has finished; the stamps say when it last changed.
       FD  BATCH-WINDOW.
       01 BATCH-WINDOW-REC.
           05 BWN-STATE      PIC X.
           05 BWN-CHANGED-ON PIC X(8).
           05 BWN-CHANGED-AT PIC X(6).
           05 BWN-RUN-ID     PIC X(6).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       WORKING-STORAGE SECTION.
       01 WS-SCHED-STATUS PIC XX.
       01 WS-NITESTAT-STATUS PIC XX.
       01 WS-NITEHIST-STATUS PIC XX.
       01 WS-POLICY-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-STAMP-DATE PIC X(8).
       01 WS-STAMP-TIME PIC X(8).
       01 WS-FAILED-COUNT PIC 99 VALUE 0.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-WINDOW-STATE  PIC X.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
       NIGHT-SCHEDULER.
           PERFORM LOG-RUN-START
           DISPLAY "WHOLE-SHOP NIGHTLY SCHEDULE - STARTING"
           MOVE "S" TO WS-WINDOW-STATE
           PERFORM WRITE-BATCH-WINDOW
           PERFORM LOAD-NIGHT-SCHEDULE
           PERFORM READ-JOB-POLICY
           PERFORM READ-PRIOR-NIGHT-STATUS
           PERFORM RUN-SCHEDULED-STEPS
           PERFORM WRITE-NIGHT-STATUS
           PERFORM APPEND-NIGHT-HISTORY
           MOVE "C" TO WS-WINDOW-STATE
           PERFORM WRITE-BATCH-WINDOW
           PERFORM LOG-DAILY-OPERATION
           IF WS-CHAIN-FAILED = "Y" THEN
              DISPLAY "NIGHTLY SCHEDULE - " WS-FAILED-COUNT
      * independent batches first, the board drain before the
      * standings that read it, the archive only after the games
      * have posted and been ranked, housekeeping next, and the
      * morning summary only after everything else. The pharmacy
      * contraindication check waits on the screening so it reads
      * tonight's results, not last night's; the order aging
      * waits on it so orders screened tonight are off the chase
      * list, and the referral escalation so tonight's referrals
      * are on the tracking master. The admissions feed goes in
      * ahead of the screening so tonight's registrations and
      * discharges are on the demographics master it checks
      * against; a refused feed doesn't hold the screening back.
      * The results reconciliation follows the screening so
      * tonight's messages are on the sent log it works.
      * The meal screen follows it too, so tomorrow's trays are
      * checked against the allergens found tonight.
      * The token purge waits on the card check, so a card put
      * through tonight counts as seen before dormancy is judged.
      * The dues renewal stands alone; it only has to be done
      * before the morning summary reports on it. The notification
      * extract goes late, so it gathers whatever the night's runs
      * have filed. The checkout report goes ahead of the archive,
      * which takes tonight's finished darts cards off the live file
      * it reads each session's countdown from.
           MOVE 18 TO WS-STEP-COUNT
           MOVE "NIGHTLY-TEXT-BATCH" TO WS-STEP-NAME(1)
           MOVE SPACES TO WS-STEP-DEPENDS(1)
           MOVE "ADT-INTAKE" TO WS-STEP-NAME(2)
           MOVE SPACES TO WS-STEP-DEPENDS(2)
           MOVE "ALRGY" TO WS-STEP-NAME(3)
           MOVE SPACES TO WS-STEP-DEPENDS(3)
           MOVE "CONTRA-CHECK" TO WS-STEP-NAME(4)
           MOVE "ALRGY" TO WS-STEP-DEPENDS(4)
           MOVE "ORDER-AGING" TO WS-STEP-NAME(5)
           MOVE "ALRGY" TO WS-STEP-DEPENDS(5)
           MOVE "REFERRAL-TRACK" TO WS-STEP-NAME(6)
           MOVE "ALRGY" TO WS-STEP-DEPENDS(6)
           MOVE "RESULTS-RECON" TO WS-STEP-NAME(7)
           MOVE "ALRGY" TO WS-STEP-DEPENDS(7)
           MOVE "MEAL-SCREEN" TO WS-STEP-NAME(8)
           MOVE "ALRGY" TO WS-STEP-DEPENDS(8)
           MOVE "luhn" TO WS-STEP-NAME(9)
           MOVE SPACES TO WS-STEP-DEPENDS(9)
           MOVE "TOKEN-PURGE" TO WS-STEP-NAME(10)
           MOVE "luhn" TO WS-STEP-DEPENDS(10)
           MOVE "high-scores" TO WS-STEP-NAME(11)
           MOVE SPACES TO WS-STEP-DEPENDS(11)
           MOVE "YACHT-STANDINGS" TO WS-STEP-NAME(12)
           MOVE "high-scores" TO WS-STEP-DEPENDS(12)
           MOVE "CHECKOUT-REPORT" TO WS-STEP-NAME(13)
           MOVE SPACES TO WS-STEP-DEPENDS(13)
           MOVE "SCORECARD-ARCHIVE" TO WS-STEP-NAME(14)
           MOVE "YACHT-STANDINGS" TO WS-STEP-DEPENDS(14)
           MOVE "DUES-RENEWAL" TO WS-STEP-NAME(15)
           MOVE SPACES TO WS-STEP-DEPENDS(15)
           MOVE "NOTIFY-EXTRACT" TO WS-STEP-NAME(16)
           MOVE SPACES TO WS-STEP-DEPENDS(16)
           MOVE "LOG-HOUSEKEEPING" TO WS-STEP-NAME(17)
           MOVE SPACES TO WS-STEP-DEPENDS(17)
           MOVE "MORNING-SUMMARY" TO WS-STEP-NAME(18)
           MOVE "LOG-HOUSEKEEPING" TO WS-STEP-DEPENDS(18)
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NIGHT-SCHEDULE
           IF WS-SCHED-STATUS NOT = "00" THEN
       END-WRITE-NIGHT-STATUS.


       APPEND-NIGHT-HISTORY.
      * The same step-by-step record goes on the end of the history
      * as well, under the processing date and this run's id, so a
      * restart later the same night sits beside the run it
      * finished off. The dependency goes with it so the trend can
      * work out the night's critical path after the schedule has
      * changed.
           OPEN EXTEND NIGHT-HISTORY-FILE
           IF WS-NITEHIST-STATUS = "05" OR WS-NITEHIST-STATUS = "35"
              CLOSE NIGHT-HISTORY-FILE
              OPEN OUTPUT NIGHT-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL WS-STEP-IDX
              > WS-STEP-COUNT
              MOVE WS-BUSI-DATE TO NHS-NIGHT
              MOVE WS-RUN-ID TO NHS-RUN-ID
              MOVE WS-STEP-NAME(WS-STEP-IDX) TO NHS-STEP
              MOVE WS-STEP-DEPENDS(WS-STEP-IDX) TO NHS-DEPENDS
              MOVE WS-STEP-STARTED(WS-STEP-IDX) TO NHS-STARTED
              MOVE WS-STEP-ENDED(WS-STEP-IDX) TO NHS-ENDED
              MOVE WS-STEP-OUTCOME(WS-STEP-IDX) TO NHS-OUTCOME
              WRITE NIGHT-HISTORY-REC
           END-PERFORM
           CLOSE NIGHT-HISTORY-FILE.
       END-APPEND-NIGHT-HISTORY.


       LOG-HELD-STEP.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "NIGHT-SCHEDULER - HELD "
       END-LOG-HELD-STEP.


       WRITE-BATCH-WINDOW.
      * Rewrites the one-record indicator in WS-WINDOW-STATE as
      * set by the caller, stamped with the calendar time and this
      * run.
           PERFORM GET-STEP-STAMP
           OPEN OUTPUT BATCH-WINDOW
           MOVE WS-WINDOW-STATE TO BWN-STATE
           MOVE WS-STAMP-DATE TO BWN-CHANGED-ON
           MOVE WS-STAMP-TIME(1:6) TO BWN-CHANGED-AT
           MOVE WS-RUN-ID TO BWN-RUN-ID
           WRITE BATCH-WINDOW-REC
           CLOSE BATCH-WINDOW
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-WINDOW-STATE = "S" THEN
              STRING "NIGHT-SCHEDULER - BATCH WINDOW SET"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
              STRING "NIGHT-SCHEDULER - BATCH WINDOW CLEARED"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-WRITE-BATCH-WINDOW.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
