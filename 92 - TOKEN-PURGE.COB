       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The token vault the LUHN batch mints into: every card ever
      * checked, with when it was first and last seen. A token not
      * seen for longer than the retention period comes out, and
      * with it the live card number it was guarding.
           SELECT TOKEN-VAULT ASSIGN TO "TOKNVALT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TVF-CARD
              FILE STATUS IS WS-VAULT-STATUS.
      * The retention period, in days, maintained in advance: one
      * record. No file, or a period that isn't a number of days,
      * and nothing is purged -- the vault is never emptied on a
      * guess.
           SELECT TOKEN-RETENTION ASSIGN TO "TOKNRETN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETENTION-STATUS.
      * One record per token retired, kept for good: TOKEN-LOOKUP
      * reads it to say when a token went, rather than "not found".
      * Only the last four digits of the card are kept.
           SELECT TOKEN-RETIREMENTS ASSIGN TO "TOKNRETR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETIRED-STATUS.
      * The dormant-token report: every token past the retention
      * period, retired tonight or -- on a REPORT run -- that the
      * next purge would retire. Rebuilt whole each run.
           SELECT DORMANT-REPORT ASSIGN TO "TOKNDRPT"
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
       FD  TOKEN-VAULT.
       01 TOKEN-VAULT-REC.
           05 TVF-CARD  PIC X(32).
           05 TVF-TOKEN PIC X(12).
           05 TVF-FIRST-SEEN PIC X(8).
           05 TVF-LAST-SEEN  PIC X(8).
       FD  TOKEN-RETENTION.
       01 TOKEN-RETENTION-REC.
           05 TRN-DAYS PIC X(4).
       FD  TOKEN-RETIREMENTS.
       01 TOKEN-RETIREMENTS-REC.
           05 TRR-TOKEN      PIC X(12).
           05 TRR-RETIRED    PIC X(8).
           05 TRR-FIRST-SEEN PIC X(8).
           05 TRR-LAST-SEEN  PIC X(8).
           05 TRR-LAST-FOUR  PIC X(4).
           05 TRR-DAYS       PIC 9(4).
       FD  DORMANT-REPORT.
       01 DORMANT-REPORT-REC PIC X(80).
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
      * PURGE, the scheduled run and what a call with no action
      * given runs; REPORT lists what a purge would retire and
      * takes nothing out.
       01 WS-ACTION PIC X(8) VALUE SPACES.
       01 WS-VAULT-STATUS     PIC XX.
       01 WS-RETENTION-STATUS PIC XX.
       01 WS-RETIRED-STATUS   PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The retention period and tonight, as day numbers.
       01 WS-RETAIN-DAYS   PIC 9(4) VALUE 0.
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-DATE-NUMERIC  PIC 9(8).
       01 WS-DORMANT-DAYS  PIC 9(5).
      * The card's last four, for the retirement record.
       01 WS-CARD-CHARS PIC 99.
       01 WS-LAST-FOUR  PIC X(4).
       01 WS-VERDICT    PIC X(13).
      * Run tallies.
       01 WS-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-DORMANT-COUNT PIC 9(7) VALUE 0.
       01 WS-RETIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-DATED-COUNT   PIC 9(7) VALUE 0.
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
       TOKEN-PURGE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-ACTION = SPACES THEN
              MOVE "PURGE" TO WS-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           IF WS-ACTION NOT = "PURGE" AND WS-ACTION NOT = "REPORT"
              THEN
              MOVE "UNKNOWN PURGE ACTION" TO WS-REASON
              DISPLAY "ACTION MUST BE PURGE OR REPORT"
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM LOAD-RETENTION-PERIOD
              IF WS-REASON NOT = SPACES THEN
                 DISPLAY "NOTHING PURGED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
              ELSE
                 MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
                 COMPUTE WS-AS-OF-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                 PERFORM SWEEP-TOKEN-VAULT
                 DISPLAY WS-READ-COUNT " TOKEN(S) READ, "
                    WS-DORMANT-COUNT " DORMANT, " WS-RETIRED-COUNT
                    " RETIRED, " WS-DATED-COUNT " UNDATED NOW DATED"
              END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-TOKEN-PURGE.


       LOAD-RETENTION-PERIOD.
           MOVE 0 TO WS-RETAIN-DAYS
           OPEN INPUT TOKEN-RETENTION
           IF WS-RETENTION-STATUS NOT = "00" THEN
              MOVE "NO RETENTION PERIOD ON FILE" TO WS-REASON
           ELSE
              READ TOKEN-RETENTION
                 AT END
                    MOVE "NO RETENTION PERIOD ON FILE" TO WS-REASON
                 NOT AT END
                    IF TRN-DAYS IS NUMERIC THEN
                       MOVE TRN-DAYS TO WS-RETAIN-DAYS
                    END-IF
                    IF WS-RETAIN-DAYS = 0 THEN
                       MOVE "RETENTION PERIOD NOT A NUMBER OF DAYS"
                          TO WS-REASON
                    END-IF
              END-READ
              CLOSE TOKEN-RETENTION
           END-IF.
       END-LOAD-RETENTION-PERIOD.


       SWEEP-TOKEN-VAULT.
      * One pass over the vault in card order. A token from before
      * the vault kept sighting dates has none; it is dated tonight
      * and ages from here rather than being retired on no evidence.
           OPEN OUTPUT DORMANT-REPORT
           PERFORM WRITE-REPORT-HEADINGS
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-ACTION = "PURGE" THEN
              OPEN I-O TOKEN-VAULT
           ELSE
              OPEN INPUT TOKEN-VAULT
           END-IF
           IF WS-VAULT-STATUS NOT = "00" THEN
              DISPLAY "NO TOKEN VAULT ON FILE - NOTHING TO PURGE"
           ELSE
              MOVE LOW-VALUES TO TVF-CARD
              START TOKEN-VAULT KEY IS NOT LESS THAN TVF-CARD
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TOKEN-VAULT NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-TOKEN
                 END-READ
              END-PERFORM
              CLOSE TOKEN-VAULT
           END-IF
           MOVE SPACES TO DORMANT-REPORT-REC
           WRITE DORMANT-REPORT-REC
           MOVE SPACES TO DORMANT-REPORT-REC
           STRING "TOKENS READ " WS-READ-COUNT "  DORMANT "
              WS-DORMANT-COUNT "  RETIRED " WS-RETIRED-COUNT
              DELIMITED BY SIZE INTO DORMANT-REPORT-REC
           WRITE DORMANT-REPORT-REC
           CLOSE DORMANT-REPORT
           MOVE "TOKNDRPT" TO WS-DIST-REPORT
           MOVE "OPS DESK" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-SWEEP-TOKEN-VAULT.


       CHECK-ONE-TOKEN.
           IF TVF-LAST-SEEN IS NOT NUMERIC THEN
              IF WS-ACTION = "PURGE" THEN
                 ADD 1 TO WS-DATED-COUNT
                 IF TVF-FIRST-SEEN IS NOT NUMERIC THEN
                    MOVE WS-BUSI-DATE TO TVF-FIRST-SEEN
                 END-IF
                 MOVE WS-BUSI-DATE TO TVF-LAST-SEEN
                 REWRITE TOKEN-VAULT-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              END-IF
           ELSE
              MOVE TVF-LAST-SEEN TO WS-DATE-NUMERIC
              COMPUTE WS-DORMANT-DAYS = WS-AS-OF-INTEGER -
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
              IF WS-DORMANT-DAYS > WS-RETAIN-DAYS THEN
                 ADD 1 TO WS-DORMANT-COUNT
                 COMPUTE WS-CARD-CHARS = FUNCTION LENGTH(
                    FUNCTION TRIM(TVF-CARD))
                 MOVE SPACES TO WS-LAST-FOUR
                 IF WS-CARD-CHARS >= 4 THEN
                    MOVE TVF-CARD(WS-CARD-CHARS - 3:4) TO
                       WS-LAST-FOUR
                 END-IF
                 IF WS-ACTION = "PURGE" THEN
                    PERFORM RETIRE-ONE-TOKEN
                 ELSE
                    MOVE "WOULD RETIRE" TO WS-VERDICT
                 END-IF
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.
       END-CHECK-ONE-TOKEN.


       RETIRE-ONE-TOKEN.
      * The retirement record goes down before the vault row goes,
      * so a run that dies between the two leaves a token that is
      * still in the vault, never one that vanished unrecorded.
           OPEN EXTEND TOKEN-RETIREMENTS
           IF WS-RETIRED-STATUS = "05" OR WS-RETIRED-STATUS = "35"
              CLOSE TOKEN-RETIREMENTS
              OPEN OUTPUT TOKEN-RETIREMENTS
           END-IF
           MOVE TVF-TOKEN TO TRR-TOKEN
           MOVE WS-BUSI-DATE TO TRR-RETIRED
           MOVE TVF-FIRST-SEEN TO TRR-FIRST-SEEN
           MOVE TVF-LAST-SEEN TO TRR-LAST-SEEN
           MOVE WS-LAST-FOUR TO TRR-LAST-FOUR
           MOVE WS-RETAIN-DAYS TO TRR-DAYS
           WRITE TOKEN-RETIREMENTS-REC
           CLOSE TOKEN-RETIREMENTS
           DELETE TOKEN-VAULT RECORD
              INVALID KEY
                 MOVE "NOT RETIRED" TO WS-VERDICT
              NOT INVALID KEY
                 ADD 1 TO WS-RETIRED-COUNT
                 MOVE "RETIRED" TO WS-VERDICT
           END-DELETE.
       END-RETIRE-ONE-TOKEN.


       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO DORMANT-REPORT-REC
           STRING "DORMANT-TOKEN REPORT AS OF " WS-BUSI-DATE
              "  RETENTION " WS-RETAIN-DAYS " DAYS  ACTION "
              WS-ACTION
              DELIMITED BY SIZE INTO DORMANT-REPORT-REC
           WRITE DORMANT-REPORT-REC
           MOVE SPACES TO DORMANT-REPORT-REC
           WRITE DORMANT-REPORT-REC
           MOVE SPACES TO DORMANT-REPORT-REC
           MOVE "TOKEN" TO DORMANT-REPORT-REC(1:5)
           MOVE "CARD" TO DORMANT-REPORT-REC(15:4)
           MOVE "FIRST SEEN" TO DORMANT-REPORT-REC(24:10)
           MOVE "LAST SEEN" TO DORMANT-REPORT-REC(36:9)
           MOVE "DAYS" TO DORMANT-REPORT-REC(48:4)
           MOVE "VERDICT" TO DORMANT-REPORT-REC(55:7)
           WRITE DORMANT-REPORT-REC.
       END-WRITE-REPORT-HEADINGS.


       WRITE-REPORT-LINE.
           MOVE SPACES TO DORMANT-REPORT-REC
           MOVE TVF-TOKEN TO DORMANT-REPORT-REC(1:12)
           MOVE "****" TO DORMANT-REPORT-REC(15:4)
           MOVE WS-LAST-FOUR TO DORMANT-REPORT-REC(19:4)
           MOVE TVF-FIRST-SEEN TO DORMANT-REPORT-REC(24:8)
           MOVE TVF-LAST-SEEN TO DORMANT-REPORT-REC(36:8)
           MOVE WS-DORMANT-DAYS TO DORMANT-REPORT-REC(47:5)
           MOVE WS-VERDICT TO DORMANT-REPORT-REC(55:13)
           WRITE DORMANT-REPORT-REC.
       END-WRITE-REPORT-LINE.


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
              MOVE "TOKEN-PURGE" TO DRG-PROGRAM
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
           STRING "TOKEN-PURGE - " WS-ACTION " " WS-DORMANT-COUNT
              " DORMANT, " WS-RETIRED-COUNT " RETIRED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "TOKEN-PURGE - REJECTED " WS-ACTION " - "
              WS-REASON
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
           MOVE "TOKEN-PURGE - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "TOKEN-PURGE - RUN END" TO WS-LOG-TEXT
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
