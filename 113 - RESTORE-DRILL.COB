       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-DRILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The monthly disaster-recovery drill. SCORECARD-BACKUP can
      * RELOAD a scorecard file from a dated backup, but a restore
      * nobody has tried is only a hope: this run takes the latest
      * backup of each scorecard file off the catalogue, restores
      * it into the RH- rehearsal copy REHEARSAL-COPY keeps --
      * production is never opened here -- proves the restored
      * file against the control totals recorded when the backup
      * was taken, reads a few cards back by key the way the
      * counter inquiry does, and files a report the operator who
      * ran it signs off.
           SELECT BACKUP-CATALOG ASSIGN TO "BKPCATLG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
      * The dated sequential backup, opened by the name the
      * catalogue gives for it.
           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.
      * The restore targets: the rehearsal copies of the two keyed
      * scorecard files, rebuilt whole by every drill.
           SELECT YACHT-REHEARSAL ASSIGN TO "RH-YACHTSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YRH-KEY
              FILE STATUS IS WS-YREH-STATUS.
           SELECT DARTS-REHEARSAL ASSIGN TO "RH-DARTSSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DRH-KEY
              FILE STATUS IS WS-DREH-STATUS.
      * The drill report: every drill adds its pages to the end, so
      * the file is the record of each month's proof.
           SELECT DRILL-REPORT ASSIGN TO "DRILLRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
      * The operator master the sign-on check reads: the drill is
      * signed off by the operator who ran it.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
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
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The catalogue SCORECARD-BACKUP adds a line to on every
      * UNLOAD. BKC-CTL-SOURCE is C when the figures came off
      * CTLTOTLS, U when the unload's own count and sum stood in.
       FD  BACKUP-CATALOG.
       01 BACKUP-CATALOG-REC.
           05 BKC-GAME        PIC X(5).
           05 BKC-BACKUP-DATE PIC X(8).
           05 BKC-TAKEN-ON    PIC X(8).
           05 BKC-TAKEN-AT    PIC X(6).
           05 BKC-UNLOADED    PIC 9(6).
           05 BKC-UNLOAD-SUM  PIC 9(10).
           05 BKC-CTL-SOURCE  PIC X.
           05 BKC-CTL-COUNT   PIC 9(6).
           05 BKC-CTL-SUM     PIC 9(10).
       FD  BACKUP-FILE.
       01 BACKUP-FILE-REC PIC X(80).
       FD  YACHT-REHEARSAL.
       01 YACHT-REHEARSAL-REC.
           05 YRH-KEY.
              10 YRH-PLAYER    PIC X(20).
              10 YRH-GAME-DATE PIC X(8).
              10 YRH-VENUE     PIC X(4).
           05 YRH-SCORE        PIC 999 OCCURS 12 TIMES.
           05 YRH-SET          PIC X   OCCURS 12 TIMES.
       FD  DARTS-REHEARSAL.
       01 DARTS-REHEARSAL-REC.
           05 DRH-KEY.
              10 DRH-PLAYER       PIC X(20).
              10 DRH-SESSION-DATE PIC X(8).
              10 DRH-VENUE        PIC X(4).
           05 DRH-THROW-COUNT     PIC 99.
           05 DRH-TOTAL           PIC 9(4).
           05 DRH-CLOSED          PIC X.
           05 DRH-MODE            PIC X(3).
           05 DRH-REMAINING       PIC 9(4).
       FD  DRILL-REPORT.
       01 DRILL-REPORT-REC PIC X(80).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, F urgent
      * referral follow-up, M patient merge, Q lab QC sign-off, S
      * held-score review, E league pot, D score dispute, U member
      * dues, O operator maintenance, A approval of destructive
      * runs, W update through the batch window.
           05 OP-FUNCS PIC X(10).
      * The passcode is never kept as typed: SCRAMBLE-PASSCODE folds
      * it with the operator id into a ten-digit check value and
      * only that is filed. OP-PASS-SET is the day it was chosen --
      * zeros on one issued by OPERATOR-MAINT, which has to be
      * changed before it is any use. OP-FAILS counts wrong
      * passcodes since the last good one; OP-STATE is A active,
      * S suspended, L locked out. Records filed before passcodes
      * carry blanks here.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
       FD  OPERATOR-ALERTS.
       01 OPERATOR-ALERTS-REC PIC X(80).
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
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * Who ran the drill, and the passcode they sign it off with.
       01 WS-OPERATOR     PIC X(10) VALUE SPACES.
      * Sign-on check scratch: the function this action needs and
      * whether the named operator holds it.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-FUNC-TALLY PIC 9.
      * Passcode sign-on: the passcode typed with the operator id,
      * how many days a passcode lasts, and how many wrong ones in a
      * row lock the id. The master is held in storage so a failed
      * count or a lockout can be written straight back.
       01 WS-PASSCODE      PIC X(10) VALUE SPACES.
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
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-CATALOG-EOF  PIC X.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-BACKUP-NAME  PIC X(30).
       01 WS-BACKUP-EOF   PIC X.
       01 WS-YREH-STATUS  PIC XX.
       01 WS-DREH-STATUS  PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * The game being drilled, YACHT or DARTS, and the latest
      * catalogue line found for it.
       01 WS-GAME         PIC X(5).
       01 WS-LATEST-FOUND PIC X.
       01 WS-LATEST-ENTRY.
           05 WS-LAT-GAME        PIC X(5).
           05 WS-LAT-BACKUP-DATE PIC X(8).
           05 WS-LAT-TAKEN-ON    PIC X(8).
           05 WS-LAT-TAKEN-AT    PIC X(6).
           05 WS-LAT-UNLOADED    PIC 9(6).
           05 WS-LAT-UNLOAD-SUM  PIC 9(10).
           05 WS-LAT-CTL-SOURCE  PIC X.
           05 WS-LAT-CTL-COUNT   PIC 9(6).
           05 WS-LAT-CTL-SUM     PIC 9(10).
      * What the restore made of the backup: records read, loaded,
      * refused as duplicate keys, and refused as unreadable.
       01 WS-READ-COUNT   PIC 9(6).
       01 WS-LOADED       PIC 9(6).
       01 WS-DUP-SKIPPED  PIC 9(6).
       01 WS-BAD-RECORDS  PIC 9(6).
       01 WS-BACKUP-READABLE PIC X.
       01 WS-RECORD-BAD   PIC X.
       01 WS-WALK-COUNT   PIC 9(6).
       01 WS-WALK-SUM     PIC 9(10).
       01 WS-WALK-EOF     PIC X.
       01 WS-CAT-INDEX    PIC 99.
      * The restore is timed on the clock, to the hundredth; a
      * drill that runs over midnight has a day added back.
       01 WS-CLOCK.
           05 WS-CLOCK-HH PIC 99.
           05 WS-CLOCK-MM PIC 99.
           05 WS-CLOCK-SS PIC 99.
           05 WS-CLOCK-CC PIC 99.
       01 WS-CLOCK-HUNDREDTHS PIC 9(8).
       01 WS-STARTED-AT   PIC 9(8).
       01 WS-ELAPSED      PIC S9(8).
       01 WS-TOTAL-ELAPSED PIC 9(8) VALUE 0.
       01 WS-ELAPSED-SHOW PIC ZZZZ9.99.
      * Spot checks: the first, the middle and the last record on
      * the backup, kept as read so the restored copy can be read
      * back by key and compared whole.
       01 WS-SPOT-COUNT   PIC 9 VALUE 0.
       01 WS-SPOT-IDX     PIC 9.
       01 WS-SPOT-TABLE.
           05 WS-SPOT-ENTRY OCCURS 3 TIMES.
              10 WS-SPOT-POS   PIC 9(6).
              10 WS-SPOT-IMAGE PIC X(80).
       01 WS-SPOT-WANT    PIC 9(6).
       01 WS-SPOT-TOTAL   PIC 9(4).
       01 WS-SPOT-VERDICT PIC X(7).
       01 WS-GAME-RESULT  PIC X(6).
       01 WS-DRILL-RESULT PIC X(6) VALUE "PASSED".
       01 WS-REPORT-LINE  PIC X(80).
       01 WS-ALERT-TEXT   PIC X(60).
       01 WS-NOW-DATE     PIC X(8).
       01 WS-NOW-TIME     PIC X(8).
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
      * warning, R reject, E error -- and every run brackets itself
      * with a RUN START / RUN END pair.
       01 WS-DAILYLOG-STATUS PIC XX.
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
       RESTORE-DRILL.
           PERFORM LOG-RUN-START
           PERFORM OPEN-DRILL-REPORT
           MOVE "YACHT" TO WS-GAME
           PERFORM DRILL-ONE-GAME
           MOVE "DARTS" TO WS-GAME
           PERFORM DRILL-ONE-GAME
           PERFORM SIGN-OFF-THE-DRILL
           CLOSE DRILL-REPORT
           MOVE "DRILLRPT" TO WS-DIST-REPORT
           MOVE "OPS DESK" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END.
           GOBACK.
       END-RESTORE-DRILL.


       OPEN-DRILL-REPORT.
           MOVE "DRILLRPT" TO WS-DIST-REPORT
           PERFORM COUNT-REPORT-LINES
           MOVE WS-DIST-LINES TO WS-DIST-BEFORE
           OPEN EXTEND DRILL-REPORT
           IF WS-REPORT-STATUS = "05" OR WS-REPORT-STATUS = "35"
              CLOSE DRILL-REPORT
              OPEN OUTPUT DRILL-REPORT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESTORE DRILL - BUSINESS DATE " WS-BUSI-DATE
              " RUN " WS-RUN-ID
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
       END-OPEN-DRILL-REPORT.


       DRILL-ONE-GAME.
      * One scorecard file from catalogue to proof. Any step that
      * fails marks the game, and with it the drill, FAILED; a
      * backup that cannot be read raises an operator alert as
      * well, since it would fail the same way on the real night.
           MOVE "PASSED" TO WS-GAME-RESULT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM FIND-LATEST-BACKUP
           IF WS-LATEST-FOUND = "N" THEN
              MOVE "FAILED" TO WS-GAME-RESULT
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-GAME " - NO BACKUP ON THE CATALOGUE"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "RESTORE-DRILL - NO " WS-GAME
                 " BACKUP ON THE CATALOGUE"
                 DELIMITED BY SIZE INTO WS-ALERT-TEXT
              PERFORM RAISE-DRILL-ALERT
           ELSE
              MOVE SPACES TO WS-BACKUP-NAME
              IF WS-GAME = "DARTS" THEN
                 STRING "DARTSBKP." WS-LAT-BACKUP-DATE
                    DELIMITED BY SIZE INTO WS-BACKUP-NAME
              ELSE
                 STRING "YACHTBKP." WS-LAT-BACKUP-DATE
                    DELIMITED BY SIZE INTO WS-BACKUP-NAME
              END-IF
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-GAME " - LATEST BACKUP "
                 FUNCTION TRIM(WS-BACKUP-NAME) " TAKEN "
                 WS-LAT-TAKEN-ON " " WS-LAT-TAKEN-AT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM RESTORE-ONE-BACKUP
              IF WS-BACKUP-READABLE = "N" THEN
                 MOVE "FAILED" TO WS-GAME-RESULT
                 MOVE SPACES TO WS-ALERT-TEXT
                 STRING "RESTORE-DRILL - BACKUP "
                    FUNCTION TRIM(WS-BACKUP-NAME) " UNREADABLE"
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
                 PERFORM RAISE-DRILL-ALERT
              ELSE
                 PERFORM PROVE-RESTORED-FILE
                 PERFORM SPOT-CHECK-RESTORED-FILE
              END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-GAME " RESULT: " WS-GAME-RESULT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-GAME-RESULT = "FAILED" THEN
              MOVE "FAILED" TO WS-DRILL-RESULT
           END-IF.
       END-DRILL-ONE-GAME.


       FIND-LATEST-BACKUP.
      * The latest backup date wins; of two unloads under the same
      * date the later line does, since it overwrote the file.
           MOVE "N" TO WS-LATEST-FOUND
           MOVE SPACES TO WS-LATEST-ENTRY
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT BACKUP-CATALOG
           IF WS-CATALOG-STATUS = "00" THEN
              PERFORM UNTIL WS-CATALOG-EOF = "Y"
                 READ BACKUP-CATALOG
                    AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                    NOT AT END
                       IF BKC-GAME = WS-GAME AND
                          BKC-BACKUP-DATE >= WS-LAT-BACKUP-DATE THEN
                          MOVE BACKUP-CATALOG-REC TO WS-LATEST-ENTRY
                          MOVE "Y" TO WS-LATEST-FOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BACKUP-CATALOG
           END-IF.
       END-FIND-LATEST-BACKUP.


       RESTORE-ONE-BACKUP.
      * Rebuild the rehearsal copy from the backup, timed from the
      * moment the backup is opened to the moment the copy is
      * closed. A backup that will not open, a read that fails, or
      * a record that is not a scorecard makes the backup
      * unreadable.
           MOVE "Y" TO WS-BACKUP-READABLE
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-LOADED
           MOVE 0 TO WS-DUP-SKIPPED
           MOVE 0 TO WS-BAD-RECORDS
           PERFORM PICK-SPOT-POSITIONS
           ACCEPT WS-CLOCK FROM TIME
           PERFORM CLOCK-TO-HUNDREDTHS
           MOVE WS-CLOCK-HUNDREDTHS TO WS-STARTED-AT
           MOVE "N" TO WS-BACKUP-EOF
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00" THEN
              MOVE "N" TO WS-BACKUP-READABLE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  BACKUP WILL NOT OPEN - STATUS "
                 WS-BACKUP-STATUS
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF WS-GAME = "DARTS" THEN
                 OPEN OUTPUT DARTS-REHEARSAL
              ELSE
                 OPEN OUTPUT YACHT-REHEARSAL
              END-IF
              PERFORM UNTIL WS-BACKUP-EOF = "Y"
                 READ BACKUP-FILE
                    AT END
                       MOVE "Y" TO WS-BACKUP-EOF
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM RESTORE-ONE-RECORD
                 END-READ
                 IF WS-BACKUP-STATUS NOT = "00" AND
                    WS-BACKUP-STATUS NOT = "10" THEN
                    MOVE "N" TO WS-BACKUP-READABLE
                    MOVE "Y" TO WS-BACKUP-EOF
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "  READ FAILED AFTER RECORD "
                       WS-READ-COUNT " - STATUS " WS-BACKUP-STATUS
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-PERFORM
              IF WS-GAME = "DARTS" THEN
                 CLOSE DARTS-REHEARSAL
              ELSE
                 CLOSE YACHT-REHEARSAL
              END-IF
              CLOSE BACKUP-FILE
           END-IF
           ACCEPT WS-CLOCK FROM TIME
           PERFORM CLOCK-TO-HUNDREDTHS
           COMPUTE WS-ELAPSED = WS-CLOCK-HUNDREDTHS - WS-STARTED-AT
           IF WS-ELAPSED < 0 THEN
              ADD 8640000 TO WS-ELAPSED
           END-IF
           ADD WS-ELAPSED TO WS-TOTAL-ELAPSED
           COMPUTE WS-ELAPSED-SHOW = WS-ELAPSED / 100
           IF WS-BAD-RECORDS > 0 THEN
              MOVE "N" TO WS-BACKUP-READABLE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-BAD-RECORDS
                 " RECORD(S) ON THE BACKUP ARE NOT SCORECARDS"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-DUP-SKIPPED > 0 THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-DUP-SKIPPED
                 " DUPLICATE KEY(S) SKIPPED"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GAME = "DARTS" THEN
              STRING "  RESTORED " WS-LOADED " OF " WS-READ-COUNT
                 " RECORD(S) INTO RH-DARTSSCR IN " WS-ELAPSED-SHOW
                 " SECONDS"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "  RESTORED " WS-LOADED " OF " WS-READ-COUNT
                 " RECORD(S) INTO RH-YACHTSCR IN " WS-ELAPSED-SHOW
                 " SECONDS"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.
       END-RESTORE-ONE-BACKUP.


       RESTORE-ONE-RECORD.
      * A yacht card needs a player and twelve numeric slots, a dart
      * session a player and numeric counts; anything else did not
      * come off the scorecard file and the backup is not to be
      * trusted.
           MOVE "N" TO WS-RECORD-BAD
           IF WS-GAME = "DARTS" THEN
              MOVE BACKUP-FILE-REC TO DARTS-REHEARSAL-REC
              IF DRH-PLAYER = SPACES OR
                 DRH-THROW-COUNT IS NOT NUMERIC OR
                 DRH-TOTAL IS NOT NUMERIC OR
                 DRH-REMAINING IS NOT NUMERIC THEN
                 MOVE "Y" TO WS-RECORD-BAD
              END-IF
           ELSE
              MOVE BACKUP-FILE-REC TO YACHT-REHEARSAL-REC
              IF YRH-PLAYER = SPACES THEN
                 MOVE "Y" TO WS-RECORD-BAD
              END-IF
              PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1 UNTIL
                 WS-CAT-INDEX > 12
                 IF YRH-SCORE(WS-CAT-INDEX) IS NOT NUMERIC THEN
                    MOVE "Y" TO WS-RECORD-BAD
                 END-IF
              END-PERFORM
           END-IF
           IF WS-RECORD-BAD = "Y" THEN
              ADD 1 TO WS-BAD-RECORDS
           ELSE
              IF WS-GAME = "DARTS" THEN
                 WRITE DARTS-REHEARSAL-REC
                    INVALID KEY
                       ADD 1 TO WS-DUP-SKIPPED
                    NOT INVALID KEY
                       ADD 1 TO WS-LOADED
                 END-WRITE
              ELSE
                 WRITE YACHT-REHEARSAL-REC
                    INVALID KEY
                       ADD 1 TO WS-DUP-SKIPPED
                    NOT INVALID KEY
                       ADD 1 TO WS-LOADED
                 END-WRITE
              END-IF
              PERFORM VARYING WS-SPOT-IDX FROM 1 BY 1 UNTIL
                 WS-SPOT-IDX > WS-SPOT-COUNT
                 IF WS-SPOT-POS(WS-SPOT-IDX) = WS-READ-COUNT THEN
                    MOVE BACKUP-FILE-REC TO
                       WS-SPOT-IMAGE(WS-SPOT-IDX)
                 END-IF
              END-PERFORM
           END-IF.
       END-RESTORE-ONE-RECORD.


       PICK-SPOT-POSITIONS.
      * First, middle and last by the unload's own count; a short
      * backup gives fewer, never the same record twice.
           MOVE 0 TO WS-SPOT-COUNT
           MOVE SPACES TO WS-SPOT-TABLE
           IF WS-LAT-UNLOADED > 0 THEN
              MOVE 1 TO WS-SPOT-WANT
              PERFORM ADD-SPOT-POSITION
              COMPUTE WS-SPOT-WANT = (WS-LAT-UNLOADED + 1) / 2
              PERFORM ADD-SPOT-POSITION
              MOVE WS-LAT-UNLOADED TO WS-SPOT-WANT
              PERFORM ADD-SPOT-POSITION
           END-IF.
       END-PICK-SPOT-POSITIONS.


       ADD-SPOT-POSITION.
           IF WS-SPOT-COUNT = 0 THEN
              ADD 1 TO WS-SPOT-COUNT
              MOVE WS-SPOT-WANT TO WS-SPOT-POS(WS-SPOT-COUNT)
           ELSE
              IF WS-SPOT-WANT NOT = WS-SPOT-POS(WS-SPOT-COUNT) THEN
                 ADD 1 TO WS-SPOT-COUNT
                 MOVE WS-SPOT-WANT TO WS-SPOT-POS(WS-SPOT-COUNT)
              END-IF
           END-IF.
       END-ADD-SPOT-POSITION.


       CLOCK-TO-HUNDREDTHS.
           COMPUTE WS-CLOCK-HUNDREDTHS = WS-CLOCK-HH * 360000 +
              WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100 + WS-CLOCK-CC.
       END-CLOCK-TO-HUNDREDTHS.


       PROVE-RESTORED-FILE.
      * Walk the restored copy the way the closers walk the live
      * file -- every yacht slot's score, every dart session's
      * total -- and hold it to the figures on the catalogue.
           MOVE 0 TO WS-WALK-COUNT
           MOVE 0 TO WS-WALK-SUM
           MOVE "N" TO WS-WALK-EOF
           IF WS-GAME = "DARTS" THEN
              OPEN INPUT DARTS-REHEARSAL
              IF WS-DREH-STATUS = "00" THEN
                 MOVE LOW-VALUES TO DRH-KEY
                 START DARTS-REHEARSAL KEY IS NOT LESS THAN DRH-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-WALK-EOF
                 END-START
                 PERFORM UNTIL WS-WALK-EOF = "Y"
                    READ DARTS-REHEARSAL NEXT RECORD
                       AT END
                          MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                          ADD 1 TO WS-WALK-COUNT
                          ADD DRH-TOTAL TO WS-WALK-SUM
                    END-READ
                 END-PERFORM
                 CLOSE DARTS-REHEARSAL
              END-IF
           ELSE
              OPEN INPUT YACHT-REHEARSAL
              IF WS-YREH-STATUS = "00" THEN
                 MOVE LOW-VALUES TO YRH-KEY
                 START YACHT-REHEARSAL KEY IS NOT LESS THAN YRH-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-WALK-EOF
                 END-START
                 PERFORM UNTIL WS-WALK-EOF = "Y"
                    READ YACHT-REHEARSAL NEXT RECORD
                       AT END
                          MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                          ADD 1 TO WS-WALK-COUNT
                          PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                             UNTIL WS-CAT-INDEX > 12
                             ADD YRH-SCORE(WS-CAT-INDEX) TO
                                WS-WALK-SUM
                          END-PERFORM
                    END-READ
                 END-PERFORM
                 CLOSE YACHT-REHEARSAL
              END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CONTROL TOTALS EXPECTED " WS-LAT-CTL-COUNT "/"
              WS-LAT-CTL-SUM " FOUND " WS-WALK-COUNT "/" WS-WALK-SUM
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-LAT-CTL-SOURCE = "U" THEN
              MOVE "  (NO CTLTOTLS ROW AT BACKUP TIME - UNLOAD FIGURES)"
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-WALK-COUNT = WS-LAT-CTL-COUNT AND
              WS-WALK-SUM = WS-LAT-CTL-SUM THEN
              MOVE "  CONTROL TOTALS AGREE" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE "FAILED" TO WS-GAME-RESULT
              MOVE "  CONTROL TOTALS DISAGREE" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-LOG-TEXT
              STRING "RESTORE-DRILL - " WS-GAME
                 " RESTORE FAILS ITS CONTROL TOTALS"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "E" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-PROVE-RESTORED-FILE.


       SPOT-CHECK-RESTORED-FILE.
      * Each kept record is looked up by key in the restored copy,
      * as the counter inquiry looks up a card, and must come back
      * exactly as it went onto the backup.
           IF WS-GAME = "DARTS" THEN
              OPEN INPUT DARTS-REHEARSAL
           ELSE
              OPEN INPUT YACHT-REHEARSAL
           END-IF
           PERFORM VARYING WS-SPOT-IDX FROM 1 BY 1 UNTIL
              WS-SPOT-IDX > WS-SPOT-COUNT
              IF WS-GAME = "DARTS" THEN
                 PERFORM SPOT-CHECK-DART-SESSION
              ELSE
                 PERFORM SPOT-CHECK-YACHT-CARD
              END-IF
              IF WS-SPOT-VERDICT NOT = "MATCHES" THEN
                 MOVE "FAILED" TO WS-GAME-RESULT
              END-IF
           END-PERFORM
           IF WS-GAME = "DARTS" THEN
              CLOSE DARTS-REHEARSAL
           ELSE
              CLOSE YACHT-REHEARSAL
           END-IF.
       END-SPOT-CHECK-RESTORED-FILE.


       SPOT-CHECK-YACHT-CARD.
           MOVE WS-SPOT-IMAGE(WS-SPOT-IDX) TO YACHT-REHEARSAL-REC
           MOVE 0 TO WS-SPOT-TOTAL
           READ YACHT-REHEARSAL
              INVALID KEY
                 MOVE "MISSING" TO WS-SPOT-VERDICT
              NOT INVALID KEY
                 IF YACHT-REHEARSAL-REC = WS-SPOT-IMAGE(WS-SPOT-IDX)
                    THEN
                    MOVE "MATCHES" TO WS-SPOT-VERDICT
                 ELSE
                    MOVE "DIFFERS" TO WS-SPOT-VERDICT
                 END-IF
                 PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1 UNTIL
                    WS-CAT-INDEX > 12
                    IF YRH-SET(WS-CAT-INDEX) = "Y" THEN
                       ADD YRH-SCORE(WS-CAT-INDEX) TO WS-SPOT-TOTAL
                    END-IF
                 END-PERFORM
           END-READ
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SPOT YACHT " YRH-PLAYER " " YRH-GAME-DATE " "
              YRH-VENUE " TOTAL " WS-SPOT-TOTAL " " WS-SPOT-VERDICT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
       END-SPOT-CHECK-YACHT-CARD.


       SPOT-CHECK-DART-SESSION.
           MOVE WS-SPOT-IMAGE(WS-SPOT-IDX)(1:46) TO
              DARTS-REHEARSAL-REC
           READ DARTS-REHEARSAL
              INVALID KEY
                 MOVE "MISSING" TO WS-SPOT-VERDICT
              NOT INVALID KEY
                 IF DARTS-REHEARSAL-REC =
                    WS-SPOT-IMAGE(WS-SPOT-IDX)(1:46) THEN
                    MOVE "MATCHES" TO WS-SPOT-VERDICT
                 ELSE
                    MOVE "DIFFERS" TO WS-SPOT-VERDICT
                 END-IF
           END-READ
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SPOT DARTS " DRH-PLAYER " " DRH-SESSION-DATE " "
              DRH-VENUE " TOTAL " DRH-TOTAL " " WS-SPOT-VERDICT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
       END-SPOT-CHECK-DART-SESSION.


       SIGN-OFF-THE-DRILL.
      * The drill stands on its own figures; the sign-off says who
      * ran it and vouches for the report, and only a good sign-on
      * can give it.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-ELAPSED-SHOW = WS-TOTAL-ELAPSED / 100
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DRILL RESULT: " WS-DRILL-RESULT
              " - TOTAL RESTORE TIME " WS-ELAPSED-SHOW " SECONDS"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-OPERATOR = SPACES THEN
              MOVE "NOT SIGNED OFF - NO OPERATOR NAMED" TO
                 WS-REPORT-LINE
           ELSE
              MOVE SPACE TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "Y" THEN
                 ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-NOW-TIME FROM TIME
                 STRING "SIGNED OFF BY " FUNCTION TRIM(WS-OPERATOR)
                    " ON " WS-NOW-DATE " AT " WS-NOW-TIME(1:6)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "NOT SIGNED OFF - "
                    FUNCTION TRIM(WS-SIGNON-WHY)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.
       END-SIGN-OFF-THE-DRILL.


       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           MOVE WS-REPORT-LINE TO DRILL-REPORT-REC
           WRITE DRILL-REPORT-REC.
       END-WRITE-REPORT-LINE.


       RAISE-DRILL-ALERT.
      * One line on the operator alert file in ALERT-SCAN's own
      * layout, creating it on the first write, and an error on the
      * night's log.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND OPERATOR-ALERTS
           IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
              CLOSE OPERATOR-ALERTS
              OPEN OUTPUT OPERATOR-ALERTS
           END-IF
           MOVE SPACES TO OPERATOR-ALERTS-REC
           STRING WS-BUSI-DATE " " WS-NOW-TIME(1:6) " ALERT "
              WS-ALERT-TEXT
              DELIMITED BY SIZE INTO OPERATOR-ALERTS-REC
           WRITE OPERATOR-ALERTS-REC
           CLOSE OPERATOR-ALERTS
           DISPLAY "ALERT: " FUNCTION TRIM(WS-ALERT-TEXT)
           MOVE WS-ALERT-TEXT TO WS-LOG-TEXT
           MOVE "E" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-DRILL-ALERT.


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
           STRING "RESTORE-DRILL - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.

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
              MOVE "RESTORE-DRILL" TO DRG-PROGRAM
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
           STRING "RESTORE-DRILL - " WS-DRILL-RESULT
              " - RESTORE TIME " WS-ELAPSED-SHOW " SECONDS"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           IF WS-DRILL-RESULT = "PASSED" THEN
              MOVE "I" TO WS-LOG-SEVERITY
           ELSE
              MOVE "E" TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


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


       LOG-RUN-START.
      * The start/end pair lets the morning review see at a glance
      * that a run began and actually finished.
           MOVE "RESTORE-DRILL - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "RESTORE-DRILL - RUN END" TO WS-LOG-TEXT
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
