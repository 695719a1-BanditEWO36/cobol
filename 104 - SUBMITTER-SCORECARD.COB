       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMITTER-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The per-run submitter counts PANGRAM, ISOGRAM, TWO-FER and
      * SCRABBLE-SCORE leave behind: records accepted and rejected,
      * by submitter, per run.
           SELECT SUBMITTER-TALLY-LEDGER ASSIGN TO "SUBTALLY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBTALLY-STATUS.
      * The submitter registry, for the names on the scorecard.
           SELECT SUBMITTER-REGISTRY ASSIGN TO "SUBMITRS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBREG-STATUS.
      * The structured reject master REJECT-MAINT keeps: rejects
      * already swept off the log, with whether each was corrected
      * and resubmitted.
           SELECT REJECT-MASTER ASSIGN TO "RJCTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
      * The scorecard, rebuilt whole each run: one line per
      * submitter, worst reject rate first, then every reject on
      * file for the month under the submitter it came from.
           SELECT SCORECARD-REPORT ASSIGN TO "SUBSCORE"
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
       FD  SUBMITTER-TALLY-LEDGER.
       01 SUBMITTER-TALLY-LEDGER-REC.
           05 STL-DATE      PIC X(8).
           05 STL-PROGRAM   PIC X(14).
           05 STL-SUBMITTER PIC X(6).
           05 STL-ACCEPTED  PIC 9(4).
           05 STL-REJECTED  PIC 9(4).
       FD  SUBMITTER-REGISTRY.
       01 SUBMITTER-REGISTRY-REC.
           05 SBR-ID     PIC X(6).
           05 SBR-NAME   PIC X(20).
           05 SBR-ACTIVE PIC X.
       FD  REJECT-MASTER.
       01 REJECT-MASTER-REC.
           05 RJ-ID        PIC 9(4).
           05 RJ-PROGRAM   PIC X(21).
           05 RJ-DATE      PIC X(8).
           05 RJ-STATUS    PIC X.
           05 RJ-CORRECTED PIC X(60).
           05 RJ-REASON    PIC X(55).
           05 RJ-OPERATOR  PIC X(10).
           05 RJ-RESUBMITTED PIC X.
       FD  SCORECARD-REPORT.
       01 SCORECARD-REPORT-REC PIC X(100).
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
      * The month being scored, YYYYMM; blank means the month of
      * the business date.
       01 WS-SCORE-MONTH PIC X(6) VALUE SPACES.
       01 WS-SUBTALLY-STATUS PIC XX.
       01 WS-SUBREG-STATUS   PIC XX.
       01 WS-MASTER-STATUS   PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * One reject line off the shared log, split the way
      * REJECT-MAINT's sweep splits it: the stamp, then the program
      * name up to the first " - ", then the reason.
       01 WS-LINE-PARTS.
           05 WS-LP-DATE   PIC X(8).
           05 FILLER       PIC X.
           05 WS-LP-TIME   PIC X(6).
           05 FILLER       PIC X.
           05 WS-LP-RUNID  PIC X(6).
           05 FILLER       PIC X.
           05 WS-LP-SEV    PIC X.
           05 FILLER       PIC X.
           05 WS-LP-TEXT   PIC X(75).
       01 WS-PTR PIC 99.
      * The reject being attributed: where it came from, its
      * reason, the submitter named in it, the reason class it
      * falls in (1 submitter not on the registry, 2 word not in
      * the dictionary, 3 anything else), and where it stands --
      * still on the log, open on the master, resubmitted, or
      * closed by hand.
       01 WS-RJ-PROGRAM PIC X(21).
       01 WS-RJ-DATE    PIC X(8).
       01 WS-RJ-REASON  PIC X(55).
       01 WS-RJ-STATE   PIC X(11).
       01 WS-RJ-SUB     PIC X(6).
       01 WS-RJ-CLASS   PIC 9.
       01 WS-SUB-POS    PIC 99.
       01 WS-HITS       PIC 99.
      * One row per submitter seen this month.
       01 WS-SC-COUNT PIC 999 VALUE 0.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 100 TIMES.
              10 WS-SC-ID          PIC X(6).
              10 WS-SC-NAME        PIC X(20).
              10 WS-SC-SENT        PIC 9(5).
              10 WS-SC-ACCEPTED    PIC 9(5).
              10 WS-SC-REJECTED    PIC 9(5).
              10 WS-SC-LOGGED      PIC 9(5).
              10 WS-SC-CLASS-COUNT PIC 9(4) OCCURS 3 TIMES.
              10 WS-SC-RESUBMITTED PIC 9(4).
              10 WS-SC-RATE        PIC 999V9.
       01 WS-SC-HOLD PIC X(66).
       01 WS-SC-IDX   PIC 999.
       01 WS-SC-FOUND PIC 999.
       01 WS-SC-SWAPPED PIC X.
       01 WS-CLASS-IDX PIC 9.
      * Every attributable reject of the month, for the evidence
      * section.
       01 WS-EV-COUNT PIC 999 VALUE 0.
       01 WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 500 TIMES.
              10 WS-EV-SUB     PIC X(6).
              10 WS-EV-DATE    PIC X(8).
              10 WS-EV-PROGRAM PIC X(14).
              10 WS-EV-STATE   PIC X(11).
              10 WS-EV-REASON  PIC X(55).
       01 WS-EV-IDX PIC 999.
       01 WS-EV-DROPPED PIC 9(4) VALUE 0.
       01 WS-REJECT-TOTAL PIC 9(5) VALUE 0.
      * Report editing.
       01 WS-ED-COUNT PIC ZZZZ9.
       01 WS-ED-RATE  PIC ZZ9.9.
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
       SUBMITTER-SCORECARD.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-SCORE-MONTH = SPACES THEN
              MOVE WS-BUSI-DATE(1:6) TO WS-SCORE-MONTH
           END-IF
           IF WS-SCORE-MONTH IS NOT NUMERIC OR
              WS-SCORE-MONTH(5:2) < "01" OR
              WS-SCORE-MONTH(5:2) > "12" THEN
              MOVE "SCORE MONTH MUST BE YYYYMM" TO WS-REASON
              DISPLAY "NO SCORECARD: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM LOAD-SUBMITTER-TALLIES
              PERFORM SCAN-REJECT-LOG
              PERFORM SCAN-REJECT-MASTER
              PERFORM LOAD-SUBMITTER-NAMES
              PERFORM FIGURE-REJECT-RATES
              PERFORM SORT-WORST-FIRST
              PERFORM WRITE-SCORECARD
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-SUBMITTER-SCORECARD.


       LOAD-SUBMITTER-TALLIES.
      * Records accepted and rejected, added up across every run of
      * every text feed dated in the month.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUBMITTER-TALLY-LEDGER
           IF WS-SUBTALLY-STATUS NOT = "00" THEN
              DISPLAY "NO SUBMITTER TALLY LEDGER ON FILE"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SUBMITTER-TALLY-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF STL-DATE(1:6) = WS-SCORE-MONTH AND
                          STL-ACCEPTED IS NUMERIC AND
                          STL-REJECTED IS NUMERIC THEN
                          MOVE STL-SUBMITTER TO WS-RJ-SUB
                          PERFORM FIND-OR-ADD-SUBMITTER
                          IF WS-SC-FOUND > 0 THEN
                             ADD STL-ACCEPTED TO
                                WS-SC-ACCEPTED(WS-SC-FOUND)
                             ADD STL-REJECTED TO
                                WS-SC-REJECTED(WS-SC-FOUND)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUBMITTER-TALLY-LEDGER
           END-IF.
       END-LOAD-SUBMITTER-TALLIES.


       SCAN-REJECT-LOG.
      * Rejects not yet swept onto the master are still on the
      * shared log. Only a stamped line dated in the month and
      * naming a submitter can be put down to anyone.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECTED-INPUT-LOG
           IF WS-REJECTLOG-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ REJECTED-INPUT-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE REJECTED-INPUT-LOG-REC TO WS-LINE-PARTS
                       IF WS-LP-DATE IS NUMERIC AND
                          WS-LP-DATE(1:6) = WS-SCORE-MONTH THEN
                          MOVE SPACES TO WS-RJ-PROGRAM
                          MOVE SPACES TO WS-RJ-REASON
                          MOVE 1 TO WS-PTR
                          UNSTRING WS-LP-TEXT DELIMITED BY " - "
                             INTO WS-RJ-PROGRAM
                             WITH POINTER WS-PTR
                          IF WS-PTR <= 75 THEN
                             MOVE WS-LP-TEXT(WS-PTR:) TO WS-RJ-REASON
                          END-IF
                          MOVE WS-LP-DATE TO WS-RJ-DATE
                          MOVE "ON LOG" TO WS-RJ-STATE
                          PERFORM ATTRIBUTE-ONE-REJECT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECTED-INPUT-LOG
           END-IF.
       END-SCAN-REJECT-LOG.


       SCAN-REJECT-MASTER.
      * Rejects already swept, and what became of each: still open,
      * corrected and resubmitted through REJECT-MAINT, or closed.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-MASTER
           IF WS-MASTER-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ REJECT-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF RJ-DATE(1:6) = WS-SCORE-MONTH THEN
                          MOVE RJ-PROGRAM TO WS-RJ-PROGRAM
                          MOVE RJ-REASON TO WS-RJ-REASON
                          MOVE RJ-DATE TO WS-RJ-DATE
                          IF RJ-STATUS = "O" THEN
                             MOVE "OPEN" TO WS-RJ-STATE
                          ELSE IF RJ-RESUBMITTED = "Y" THEN
                             MOVE "RESUBMITTED" TO WS-RJ-STATE
                          ELSE
                             MOVE "CLOSED" TO WS-RJ-STATE
                          END-IF
                          END-IF
                          PERFORM ATTRIBUTE-ONE-REJECT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-MASTER
           END-IF.
       END-SCAN-REJECT-MASTER.


       ATTRIBUTE-ONE-REJECT.
      * The text feeds name the submitter in every reject they
      * write ("SUBMITTER xxxxxx"); a reject without one came from
      * somewhere else and isn't scored.
           MOVE 0 TO WS-SUB-POS
           INSPECT WS-RJ-REASON TALLYING WS-SUB-POS
              FOR CHARACTERS BEFORE INITIAL "SUBMITTER "
           IF WS-SUB-POS < 40 THEN
              MOVE WS-RJ-REASON(WS-SUB-POS + 11:6) TO WS-RJ-SUB
              MOVE 0 TO WS-HITS
              INSPECT WS-RJ-REASON TALLYING WS-HITS
                 FOR ALL "NOT ON REGISTRY"
              IF WS-HITS > 0 THEN
                 MOVE 1 TO WS-RJ-CLASS
              ELSE
                 INSPECT WS-RJ-REASON TALLYING WS-HITS
                    FOR ALL "NOT IN DICTIONARY"
                 IF WS-HITS > 0 THEN
                    MOVE 2 TO WS-RJ-CLASS
                 ELSE
                    MOVE 3 TO WS-RJ-CLASS
                 END-IF
              END-IF
              PERFORM FIND-OR-ADD-SUBMITTER
              IF WS-SC-FOUND > 0 THEN
                 ADD 1 TO WS-REJECT-TOTAL
                 ADD 1 TO WS-SC-LOGGED(WS-SC-FOUND)
                 ADD 1 TO WS-SC-CLASS-COUNT(WS-SC-FOUND, WS-RJ-CLASS)
                 IF WS-RJ-STATE = "RESUBMITTED" THEN
                    ADD 1 TO WS-SC-RESUBMITTED(WS-SC-FOUND)
                 END-IF
                 IF WS-EV-COUNT < 500 THEN
                    ADD 1 TO WS-EV-COUNT
                    MOVE WS-RJ-SUB TO WS-EV-SUB(WS-EV-COUNT)
                    MOVE WS-RJ-DATE TO WS-EV-DATE(WS-EV-COUNT)
                    MOVE WS-RJ-PROGRAM TO WS-EV-PROGRAM(WS-EV-COUNT)
                    MOVE WS-RJ-STATE TO WS-EV-STATE(WS-EV-COUNT)
                    MOVE WS-RJ-REASON TO WS-EV-REASON(WS-EV-COUNT)
                 ELSE
                    ADD 1 TO WS-EV-DROPPED
                 END-IF
              END-IF
           END-IF.
       END-ATTRIBUTE-ONE-REJECT.


       FIND-OR-ADD-SUBMITTER.
      * WS-RJ-SUB's row, created on first sight.
           MOVE 0 TO WS-SC-FOUND
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
              WS-SC-IDX > WS-SC-COUNT OR WS-SC-FOUND > 0
              IF WS-SC-ID(WS-SC-IDX) = WS-RJ-SUB THEN
                 MOVE WS-SC-IDX TO WS-SC-FOUND
              END-IF
           END-PERFORM
           IF WS-SC-FOUND = 0 AND WS-SC-COUNT < 100 THEN
              ADD 1 TO WS-SC-COUNT
              MOVE WS-SC-COUNT TO WS-SC-FOUND
              MOVE WS-RJ-SUB TO WS-SC-ID(WS-SC-FOUND)
              MOVE SPACES TO WS-SC-NAME(WS-SC-FOUND)
              MOVE 0 TO WS-SC-SENT(WS-SC-FOUND)
              MOVE 0 TO WS-SC-ACCEPTED(WS-SC-FOUND)
              MOVE 0 TO WS-SC-REJECTED(WS-SC-FOUND)
              MOVE 0 TO WS-SC-LOGGED(WS-SC-FOUND)
              MOVE 0 TO WS-SC-RESUBMITTED(WS-SC-FOUND)
              MOVE 0 TO WS-SC-RATE(WS-SC-FOUND)
              PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1 UNTIL
                 WS-CLASS-IDX > 3
                 MOVE 0 TO WS-SC-CLASS-COUNT(WS-SC-FOUND, WS-CLASS-IDX)
              END-PERFORM
           END-IF.
       END-FIND-OR-ADD-SUBMITTER.


       LOAD-SUBMITTER-NAMES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUBMITTER-REGISTRY
           IF WS-SUBREG-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SUBMITTER-REGISTRY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
                          WS-SC-IDX > WS-SC-COUNT
                          IF WS-SC-ID(WS-SC-IDX) = SBR-ID THEN
                             MOVE SBR-NAME TO WS-SC-NAME(WS-SC-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE SUBMITTER-REGISTRY
           END-IF.
       END-LOAD-SUBMITTER-NAMES.


       FIGURE-REJECT-RATES.
      * The tally ledger is the count of record; a month that began
      * before the feeds kept it can show more rejects on the logs
      * than on the ledger, and then the logs' count stands.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
              WS-SC-IDX > WS-SC-COUNT
              IF WS-SC-LOGGED(WS-SC-IDX) > WS-SC-REJECTED(WS-SC-IDX)
                 THEN
                 MOVE WS-SC-LOGGED(WS-SC-IDX) TO
                    WS-SC-REJECTED(WS-SC-IDX)
              END-IF
              COMPUTE WS-SC-SENT(WS-SC-IDX) =
                 WS-SC-ACCEPTED(WS-SC-IDX) + WS-SC-REJECTED(WS-SC-IDX)
              IF WS-SC-SENT(WS-SC-IDX) > 0 THEN
                 COMPUTE WS-SC-RATE(WS-SC-IDX) ROUNDED =
                    WS-SC-REJECTED(WS-SC-IDX) * 100 /
                    WS-SC-SENT(WS-SC-IDX)
              END-IF
           END-PERFORM.
       END-FIGURE-REJECT-RATES.


       SORT-WORST-FIRST.
      * Highest reject rate first, most rejects as the tiebreaker --
      * the senders to go back to head the list.
           MOVE "Y" TO WS-SC-SWAPPED
           PERFORM UNTIL WS-SC-SWAPPED = "N"
              MOVE "N" TO WS-SC-SWAPPED
              PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
                 WS-SC-IDX >= WS-SC-COUNT
                 IF WS-SC-RATE(WS-SC-IDX + 1) > WS-SC-RATE(WS-SC-IDX)
                    OR (WS-SC-RATE(WS-SC-IDX + 1) =
                    WS-SC-RATE(WS-SC-IDX) AND
                    WS-SC-REJECTED(WS-SC-IDX + 1) >
                    WS-SC-REJECTED(WS-SC-IDX)) THEN
                    MOVE WS-SC-ENTRY(WS-SC-IDX) TO WS-SC-HOLD
                    MOVE WS-SC-ENTRY(WS-SC-IDX + 1) TO
                       WS-SC-ENTRY(WS-SC-IDX)
                    MOVE WS-SC-HOLD TO WS-SC-ENTRY(WS-SC-IDX + 1)
                    MOVE "Y" TO WS-SC-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-SORT-WORST-FIRST.


       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-REPORT
           MOVE SPACES TO SCORECARD-REPORT-REC
           STRING "SUBMITTER SCORECARD - TEXT FEEDS - MONTH "
              WS-SCORE-MONTH
              DELIMITED BY SIZE INTO SCORECARD-REPORT-REC
           WRITE SCORECARD-REPORT-REC
           MOVE SPACES TO SCORECARD-REPORT-REC
           WRITE SCORECARD-REPORT-REC
           MOVE SPACES TO SCORECARD-REPORT-REC
           MOVE "SUBMTR" TO SCORECARD-REPORT-REC(1:6)
           MOVE "NAME" TO SCORECARD-REPORT-REC(8:4)
           MOVE "SENT" TO SCORECARD-REPORT-REC(30:4)
           MOVE "ACCEPT" TO SCORECARD-REPORT-REC(35:6)
           MOVE "REJECT" TO SCORECARD-REPORT-REC(42:6)
           MOVE "RATE%" TO SCORECARD-REPORT-REC(50:5)
           MOVE "NOTREG" TO SCORECARD-REPORT-REC(56:6)
           MOVE "NOTDIC" TO SCORECARD-REPORT-REC(63:6)
           MOVE "OTHER" TO SCORECARD-REPORT-REC(71:5)
           MOVE "RESUBM" TO SCORECARD-REPORT-REC(77:6)
           WRITE SCORECARD-REPORT-REC
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
              WS-SC-IDX > WS-SC-COUNT
              MOVE SPACES TO SCORECARD-REPORT-REC
              MOVE WS-SC-ID(WS-SC-IDX) TO SCORECARD-REPORT-REC(1:6)
              MOVE WS-SC-NAME(WS-SC-IDX) TO SCORECARD-REPORT-REC(8:20)
              MOVE WS-SC-SENT(WS-SC-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO SCORECARD-REPORT-REC(29:5)
              MOVE WS-SC-ACCEPTED(WS-SC-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO SCORECARD-REPORT-REC(36:5)
              MOVE WS-SC-REJECTED(WS-SC-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO SCORECARD-REPORT-REC(43:5)
              MOVE WS-SC-RATE(WS-SC-IDX) TO WS-ED-RATE
              MOVE WS-ED-RATE TO SCORECARD-REPORT-REC(50:5)
              MOVE WS-SC-CLASS-COUNT(WS-SC-IDX, 1) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO SCORECARD-REPORT-REC(57:5)
              MOVE WS-SC-CLASS-COUNT(WS-SC-IDX, 2) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO SCORECARD-REPORT-REC(64:5)
              MOVE WS-SC-CLASS-COUNT(WS-SC-IDX, 3) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO SCORECARD-REPORT-REC(71:5)
              MOVE WS-SC-RESUBMITTED(WS-SC-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO SCORECARD-REPORT-REC(78:5)
              WRITE SCORECARD-REPORT-REC
           END-PERFORM
           MOVE SPACES TO SCORECARD-REPORT-REC
           WRITE SCORECARD-REPORT-REC
           MOVE SPACES TO SCORECARD-REPORT-REC
           STRING "REJECTS ON FILE FOR THE MONTH, BY SUBMITTER"
              DELIMITED BY SIZE INTO SCORECARD-REPORT-REC
           WRITE SCORECARD-REPORT-REC
      * The evidence follows the scorecard's order, so the worst
      * sender's rejects come first.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
              WS-SC-IDX > WS-SC-COUNT
              PERFORM VARYING WS-EV-IDX FROM 1 BY 1 UNTIL
                 WS-EV-IDX > WS-EV-COUNT
                 IF WS-EV-SUB(WS-EV-IDX) = WS-SC-ID(WS-SC-IDX) THEN
                    MOVE SPACES TO SCORECARD-REPORT-REC
                    STRING WS-EV-SUB(WS-EV-IDX) " "
                       WS-EV-DATE(WS-EV-IDX) " "
                       WS-EV-PROGRAM(WS-EV-IDX) " "
                       WS-EV-STATE(WS-EV-IDX) " "
                       WS-EV-REASON(WS-EV-IDX)
                       DELIMITED BY SIZE INTO SCORECARD-REPORT-REC
                    WRITE SCORECARD-REPORT-REC
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-EV-DROPPED > 0 THEN
              MOVE SPACES TO SCORECARD-REPORT-REC
              STRING WS-EV-DROPPED " MORE REJECT(S) COUNTED ABOVE "
                 "BUT NOT LISTED"
                 DELIMITED BY SIZE INTO SCORECARD-REPORT-REC
              WRITE SCORECARD-REPORT-REC
           END-IF
           CLOSE SCORECARD-REPORT
           MOVE "SUBSCORE" TO WS-DIST-REPORT
           MOVE "OPS DESK" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           DISPLAY "SUBMITTER SCORECARD FOR " WS-SCORE-MONTH ": "
              WS-SC-COUNT " SUBMITTER(S), " WS-REJECT-TOTAL
              " REJECT(S) ATTRIBUTED".
       END-WRITE-SCORECARD.


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
              MOVE "SUBMITTER-SCORECARD" TO DRG-PROGRAM
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
           STRING "SUBMITTER-SCORECARD - MONTH " WS-SCORE-MONTH
              " - SUBMITTERS " WS-SC-COUNT " - REJECTS "
              WS-REJECT-TOTAL
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SUBMITTER-SCORECARD - REJECTED - " WS-REASON
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
           MOVE "SUBMITTER-SCORECARD - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "SUBMITTER-SCORECARD - RUN END" TO WS-LOG-TEXT
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
