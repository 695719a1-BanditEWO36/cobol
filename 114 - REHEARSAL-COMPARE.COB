       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHEARSAL-COMPARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * After a change has been run against the RH- rehearsal set,
      * each output it wrote is compared here with the production
      * file of the same name, record by record, instead of by eye.
      * Both sides travel through one generic pair opened by name
      * held in storage, the way REHEARSAL-COPY opens its set.
           SELECT COMPARE-PRODUCTION ASSIGN USING WS-PROD-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROD-STATUS.
           SELECT COMPARE-REHEARSAL ASSIGN USING WS-REH-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REH-STATUS.
      * The outputs to compare, one production name per line in
      * columns 1-8. With no list on disk the standard set below is
      * compared.
           SELECT COMPARE-LIST ASSIGN TO "RHCMPLST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIST-STATUS.
      * The comparison report, written fresh by every run.
           SELECT COMPARE-REPORT ASSIGN TO "RHCMPRPT"
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
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-PRODUCTION.
       01 COMPARE-PRODUCTION-REC PIC X(250).
       FD  COMPARE-REHEARSAL.
       01 COMPARE-REHEARSAL-REC PIC X(250).
       FD  COMPARE-LIST.
       01 COMPARE-LIST-REC PIC X(80).
       FD  COMPARE-REPORT.
       01 COMPARE-REPORT-REC PIC X(132).
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
      * How each known output is compared: the columns that
      * identify a record (a zero length means the whole record is
      * its own key, so a changed line shows as one removed and one
      * added) and up to two column ranges blanked on both sides
      * first because they differ on every run -- the screened-on
      * date ALLERGIES stamps on each result, and the vault token
      * LUHN draws fresh for a card it has not seen. A file not in
      * this table is compared whole, nothing ignored.
       01 WS-SPEC-COUNT PIC 99 VALUE 10.
       01 WS-SPEC-VALUES.
           05 FILLER PIC X(26) VALUE "YSTANDNG001020000000000000".
           05 FILLER PIC X(26) VALUE "TSTANDNG001020000000000000".
           05 FILLER PIC X(26) VALUE "SCOREHST000000000000000000".
           05 FILLER PIC X(26) VALUE "ALRGYRES001010240008000000".
           05 FILLER PIC X(26) VALUE "LUHNRSLT001004005032000000".
           05 FILLER PIC X(26) VALUE "ALRGYRPT000000000000000000".
           05 FILLER PIC X(26) VALUE "ORDAGRPT000000000000000000".
           05 FILLER PIC X(26) VALUE "ESCALRPT000000000000000000".
           05 FILLER PIC X(26) VALUE "ARAGERPT000000000000000000".
           05 FILLER PIC X(26) VALUE "CHKOUTRP000000000000000000".
       01 WS-SPEC-TABLE REDEFINES WS-SPEC-VALUES.
           05 WS-SPEC-ENTRY OCCURS 10 TIMES.
              10 WS-SPEC-NAME     PIC X(8).
              10 WS-SPEC-KEY-AT   PIC 999.
              10 WS-SPEC-KEY-LEN  PIC 999.
              10 WS-SPEC-SKIP1-AT  PIC 999.
              10 WS-SPEC-SKIP1-LEN PIC 999.
              10 WS-SPEC-SKIP2-AT  PIC 999.
              10 WS-SPEC-SKIP2-LEN PIC 999.
       01 WS-SPEC-IDX PIC 99.
      * The files this run compares: off RHCMPLST when there is
      * one, else every name in the table above.
       01 WS-FILE-COUNT PIC 99 VALUE 0.
       01 WS-FILE-TABLE.
           05 WS-FILE-NAME PIC X(8) OCCURS 40 TIMES.
       01 WS-FILE-IDX PIC 99.
      * The comparison rule for the file in hand.
       01 WS-KEY-AT    PIC 999.
       01 WS-KEY-LEN   PIC 999.
       01 WS-SKIP1-AT  PIC 999.
       01 WS-SKIP1-LEN PIC 999.
       01 WS-SKIP2-AT  PIC 999.
       01 WS-SKIP2-LEN PIC 999.
       01 WS-PROD-NAME PIC X(30).
       01 WS-REH-NAME  PIC X(30).
       01 WS-PROD-STATUS PIC XX.
       01 WS-REH-STATUS  PIC XX.
       01 WS-LIST-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * The production side held in storage, blanked where the rule
      * says, each row marked once a rehearsal record pairs with it.
       01 WS-PROD-COUNT PIC 9(4) VALUE 0.
       01 WS-PROD-LIMIT PIC 9(4) VALUE 2000.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 2000 TIMES.
              10 WS-PROD-REC     PIC X(250).
              10 WS-PROD-MATCHED PIC X.
       01 WS-PROD-IDX   PIC 9(4).
       01 WS-PROD-FOUND PIC 9(4).
       01 WS-PROD-OVER  PIC X.
       01 WS-MASKED-REC PIC X(250).
       01 WS-DIFF-COL   PIC 999.
      * What the comparison found for the file in hand, and how
      * many differences are listed before the rest are only
      * counted.
       01 WS-ADDED    PIC 9(6).
       01 WS-REMOVED  PIC 9(6).
       01 WS-CHANGED  PIC 9(6).
       01 WS-DIFFS    PIC 9(6).
       01 WS-LISTED   PIC 9(4).
       01 WS-LIST-LIMIT PIC 9(4) VALUE 50.
       01 WS-DIFF-KIND PIC X(8).
       01 WS-DIFF-SHOWN PIC X.
       01 WS-FILES-DIFFERENT PIC 99 VALUE 0.
       01 WS-REPORT-LINE PIC X(132).
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
       REHEARSAL-COMPARE.
           PERFORM LOG-RUN-START
           OPEN OUTPUT COMPARE-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REHEARSAL AGAINST PRODUCTION - BUSINESS DATE "
              WS-BUSI-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:80)
           PERFORM WRITE-REPORT-LINE
           PERFORM LOAD-COMPARE-LIST
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1 UNTIL WS-FILE-IDX >
              WS-FILE-COUNT
              PERFORM COMPARE-ONE-FILE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-FILE-COUNT " FILE(S) COMPARED - "
              WS-FILES-DIFFERENT " WITH DIFFERENCES"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE COMPARE-REPORT
           MOVE "RHCMPRPT" TO WS-DIST-REPORT
           MOVE "OPS DESK" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END.
           GOBACK.
       END-REHEARSAL-COMPARE.


       LOAD-COMPARE-LIST.
           MOVE 0 TO WS-FILE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT COMPARE-LIST
           IF WS-LIST-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ COMPARE-LIST
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF COMPARE-LIST-REC(1:8) NOT = SPACES AND
                          WS-FILE-COUNT < 40 THEN
                          ADD 1 TO WS-FILE-COUNT
                          MOVE FUNCTION UPPER-CASE(
                             COMPARE-LIST-REC(1:8)) TO
                             WS-FILE-NAME(WS-FILE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPARE-LIST
           ELSE
              PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1 UNTIL
                 WS-SPEC-IDX > WS-SPEC-COUNT
                 ADD 1 TO WS-FILE-COUNT
                 MOVE WS-SPEC-NAME(WS-SPEC-IDX) TO
                    WS-FILE-NAME(WS-FILE-COUNT)
              END-PERFORM
           END-IF.
       END-LOAD-COMPARE-LIST.


       COMPARE-ONE-FILE.
      * Production into storage, then the rehearsal copy read past
      * it: a rehearsal record with no production partner was
      * added, one whose partner differs outside the ignored
      * columns was changed, and a production record nothing paired
      * with was removed.
           PERFORM PICK-COMPARE-RULE
           MOVE SPACES TO WS-PROD-NAME
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-PROD-NAME
           MOVE SPACES TO WS-REH-NAME
           STRING "RH-" FUNCTION TRIM(WS-PROD-NAME)
              DELIMITED BY SIZE INTO WS-REH-NAME
           MOVE 0 TO WS-ADDED
           MOVE 0 TO WS-REMOVED
           MOVE 0 TO WS-CHANGED
           MOVE 0 TO WS-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-PROD-NAME) " AGAINST "
              FUNCTION TRIM(WS-REH-NAME)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM LOAD-PRODUCTION-SIDE
           PERFORM READ-REHEARSAL-SIDE
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1 UNTIL
              WS-PROD-IDX > WS-PROD-COUNT
              IF WS-PROD-MATCHED(WS-PROD-IDX) = "N" THEN
                 ADD 1 TO WS-REMOVED
                 MOVE "REMOVED" TO WS-DIFF-KIND
                 MOVE WS-PROD-REC(WS-PROD-IDX) TO WS-MASKED-REC
                 PERFORM LIST-ONE-DIFFERENCE
              END-IF
           END-PERFORM
           COMPUTE WS-DIFFS = WS-ADDED + WS-REMOVED + WS-CHANGED
           IF WS-LISTED < WS-DIFFS THEN
              MOVE SPACES TO WS-REPORT-LINE
              COMPUTE WS-DIFFS = WS-DIFFS - WS-LISTED
              STRING "  ... " WS-DIFFS " MORE NOT LISTED"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              COMPUTE WS-DIFFS = WS-ADDED + WS-REMOVED + WS-CHANGED
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DIFFS = 0 THEN
              STRING FUNCTION TRIM(WS-PROD-NAME) ": NO DIFFERENCES"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              ADD 1 TO WS-FILES-DIFFERENT
              STRING FUNCTION TRIM(WS-PROD-NAME) ": " WS-DIFFS
                 " DIFFERENCE(S) - " WS-ADDED " ADDED, "
                 WS-REMOVED " REMOVED, " WS-CHANGED " CHANGED"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.
       END-COMPARE-ONE-FILE.


       PICK-COMPARE-RULE.
           MOVE 0 TO WS-KEY-AT
           MOVE 0 TO WS-KEY-LEN
           MOVE 0 TO WS-SKIP1-AT
           MOVE 0 TO WS-SKIP1-LEN
           MOVE 0 TO WS-SKIP2-AT
           MOVE 0 TO WS-SKIP2-LEN
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1 UNTIL
              WS-SPEC-IDX > WS-SPEC-COUNT
              IF WS-SPEC-NAME(WS-SPEC-IDX) = WS-FILE-NAME(WS-FILE-IDX)
                 THEN
                 MOVE WS-SPEC-KEY-AT(WS-SPEC-IDX) TO WS-KEY-AT
                 MOVE WS-SPEC-KEY-LEN(WS-SPEC-IDX) TO WS-KEY-LEN
                 MOVE WS-SPEC-SKIP1-AT(WS-SPEC-IDX) TO WS-SKIP1-AT
                 MOVE WS-SPEC-SKIP1-LEN(WS-SPEC-IDX) TO WS-SKIP1-LEN
                 MOVE WS-SPEC-SKIP2-AT(WS-SPEC-IDX) TO WS-SKIP2-AT
                 MOVE WS-SPEC-SKIP2-LEN(WS-SPEC-IDX) TO WS-SKIP2-LEN
              END-IF
           END-PERFORM.
       END-PICK-COMPARE-RULE.


       LOAD-PRODUCTION-SIDE.
      * A file missing from disk compares as empty, so everything
      * on the other side shows; the report says which was absent.
           MOVE 0 TO WS-PROD-COUNT
           MOVE "N" TO WS-PROD-OVER
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT COMPARE-PRODUCTION
           IF WS-PROD-STATUS NOT = "00" THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " FUNCTION TRIM(WS-PROD-NAME)
                 " NOT ON DISK - COMPARED AS EMPTY"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ COMPARE-PRODUCTION
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PROD-COUNT < WS-PROD-LIMIT THEN
                          ADD 1 TO WS-PROD-COUNT
                          MOVE COMPARE-PRODUCTION-REC TO
                             WS-MASKED-REC
                          PERFORM MASK-VARYING-FIELDS
                          MOVE WS-MASKED-REC TO
                             WS-PROD-REC(WS-PROD-COUNT)
                          MOVE "N" TO WS-PROD-MATCHED(WS-PROD-COUNT)
                       ELSE
                          MOVE "Y" TO WS-PROD-OVER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPARE-PRODUCTION
              IF WS-PROD-OVER = "Y" THEN
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " FUNCTION TRIM(WS-PROD-NAME)
                    " OVER " WS-PROD-LIMIT
                    " RECORDS - ONLY THE FIRST ARE COMPARED"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.
       END-LOAD-PRODUCTION-SIDE.


       READ-REHEARSAL-SIDE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT COMPARE-REHEARSAL
           IF WS-REH-STATUS NOT = "00" THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " FUNCTION TRIM(WS-REH-NAME)
                 " NOT ON DISK - COMPARED AS EMPTY"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ COMPARE-REHEARSAL
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE COMPARE-REHEARSAL-REC TO WS-MASKED-REC
                       PERFORM MASK-VARYING-FIELDS
                       PERFORM PAIR-REHEARSAL-RECORD
                 END-READ
              END-PERFORM
              CLOSE COMPARE-REHEARSAL
           END-IF.
       END-READ-REHEARSAL-SIDE.


       MASK-VARYING-FIELDS.
           IF WS-SKIP1-LEN > 0 THEN
              MOVE SPACES TO WS-MASKED-REC(WS-SKIP1-AT:WS-SKIP1-LEN)
           END-IF
           IF WS-SKIP2-LEN > 0 THEN
              MOVE SPACES TO WS-MASKED-REC(WS-SKIP2-AT:WS-SKIP2-LEN)
           END-IF.
       END-MASK-VARYING-FIELDS.


       PAIR-REHEARSAL-RECORD.
      * The first production record not yet paired that carries
      * the same key -- the whole record, when the rule names no
      * key columns.
           MOVE 0 TO WS-PROD-FOUND
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1 UNTIL
              WS-PROD-IDX > WS-PROD-COUNT OR WS-PROD-FOUND > 0
              IF WS-PROD-MATCHED(WS-PROD-IDX) = "N" THEN
                 IF WS-KEY-LEN = 0 THEN
                    IF WS-PROD-REC(WS-PROD-IDX) = WS-MASKED-REC THEN
                       MOVE WS-PROD-IDX TO WS-PROD-FOUND
                    END-IF
                 ELSE
                    IF WS-PROD-REC(WS-PROD-IDX)(WS-KEY-AT:WS-KEY-LEN)
                       = WS-MASKED-REC(WS-KEY-AT:WS-KEY-LEN) THEN
                       MOVE WS-PROD-IDX TO WS-PROD-FOUND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PROD-FOUND = 0 THEN
              ADD 1 TO WS-ADDED
              MOVE "ADDED" TO WS-DIFF-KIND
              PERFORM LIST-ONE-DIFFERENCE
           ELSE
              MOVE "Y" TO WS-PROD-MATCHED(WS-PROD-FOUND)
              IF WS-PROD-REC(WS-PROD-FOUND) NOT = WS-MASKED-REC THEN
                 ADD 1 TO WS-CHANGED
                 MOVE 0 TO WS-DIFF-COL
                 PERFORM VARYING WS-PROD-IDX FROM 1 BY 1 UNTIL
                    WS-PROD-IDX > 250 OR WS-DIFF-COL > 0
                    IF WS-PROD-REC(WS-PROD-FOUND)(WS-PROD-IDX:1) NOT =
                       WS-MASKED-REC(WS-PROD-IDX:1) THEN
                       MOVE WS-PROD-IDX TO WS-DIFF-COL
                    END-IF
                 END-PERFORM
                 MOVE "CHANGED" TO WS-DIFF-KIND
                 PERFORM LIST-ONE-DIFFERENCE
                 IF WS-DIFF-SHOWN = "Y" THEN
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "    WAS     "
                       WS-PROD-REC(WS-PROD-FOUND)(1:110)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM WRITE-REPORT-LINE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "    FIRST DIFFERENCE AT COLUMN " WS-DIFF-COL
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-IF.
       END-PAIR-REHEARSAL-RECORD.


       LIST-ONE-DIFFERENCE.
      * The record as it reads after the ignored columns are
      * blanked; past the listing limit it is only counted.
           MOVE "N" TO WS-DIFF-SHOWN
           IF WS-LISTED < WS-LIST-LIMIT THEN
              ADD 1 TO WS-LISTED
              MOVE "Y" TO WS-DIFF-SHOWN
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-DIFF-KIND "  " WS-MASKED-REC(1:110)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
       END-LIST-ONE-DIFFERENCE.


       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           MOVE WS-REPORT-LINE TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC.
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
              MOVE "REHEARSAL-COMPARE" TO DRG-PROGRAM
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
           STRING "REHEARSAL-COMPARE - " WS-FILE-COUNT
              " FILE(S) COMPARED, " WS-FILES-DIFFERENT
              " WITH DIFFERENCES"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
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
           MOVE "REHEARSAL-COMPARE - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "REHEARSAL-COMPARE - RUN END" TO WS-LOG-TEXT
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
