       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUES-RENEWAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The membership dues ledger MEMBER-DUES keeps. This run works
      * every row's arrears out afresh against tonight and marks
      * the rows it has sent a renewal notice for, so each expiry
      * gets one notice and no more.
           SELECT DUES-LEDGER ASSIGN TO "DUESLDGR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUES-STATUS.
      * The shop's dues settings; the notice period is how far ahead
      * of a member's paid-to date the notice goes out.
           SELECT DUES-CONTROL ASSIGN TO "DUESCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUESCTL-STATUS.
      * The player registry, for the name that goes on the notice
      * and to find active members nobody has put on the ledger.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * One printable notice per member coming up for renewal,
      * recall-letter style, created on the first notice of the run.
           SELECT RENEWAL-NOTICES ASSIGN TO "RENEWLTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTICE-STATUS.
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
       FD  DUES-LEDGER.
       01 DUES-LEDGER-REC.
           05 DUE-PM-ID       PIC X(6).
           05 DUE-ANNUAL-FEE  PIC 9(4)V99.
           05 DUE-PAID-TO     PIC X(8).
           05 DUE-CREDIT      PIC 9(4)V99.
           05 DUE-PAYMENTS    PIC 9(7)V99.
           05 DUE-ARREARS     PIC 9(7)V99.
           05 DUE-LAST-PAID   PIC X(8).
           05 DUE-NOTICE-FOR  PIC X(8).
       FD  DUES-CONTROL.
       01 DUES-CONTROL-REC.
           05 DCT-ANNUAL-FEE  PIC 9(4)V99.
           05 DCT-GRACE-DAYS  PIC 999.
           05 DCT-WARN-DAYS   PIC 999.
           05 DCT-NOTICE-DAYS PIC 999.
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  RENEWAL-NOTICES.
       01 RENEWAL-NOTICES-REC PIC X(80).
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
       01 WS-DUES-STATUS PIC XX.
       01 WS-DUESCTL-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-NOTICE-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * A month ahead unless DUESCTL says otherwise.
       01 WS-NOTICE-DAYS PIC 999 VALUE 30.
      * The ledger held in storage while the notices go out, then
      * written back whole with tonight's arrears on every row.
       01 WS-LDG-COUNT PIC 999 VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LDG-ENTRY OCCURS 500 TIMES.
              10 WS-LDG-PM-ID      PIC X(6).
              10 WS-LDG-FEE        PIC 9(4)V99.
              10 WS-LDG-PAID-TO    PIC X(8).
              10 WS-LDG-CREDIT     PIC 9(4)V99.
              10 WS-LDG-PAYMENTS   PIC 9(7)V99.
              10 WS-LDG-ARREARS    PIC 9(7)V99.
              10 WS-LDG-LAST-PAID  PIC X(8).
              10 WS-LDG-NOTICE-FOR PIC X(8).
       01 WS-LDG-IDX PIC 999.
      * Active registry members, id and name, for the notices and
      * the not-on-ledger count.
       01 WS-REG-COUNT PIC 999 VALUE 0.
       01 WS-REGISTRY-TABLE.
           05 WS-REG-ENTRY OCCURS 500 TIMES.
              10 WS-REG-ID   PIC X(6).
              10 WS-REG-NAME PIC X(20).
       01 WS-REG-IDX PIC 999.
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-ON-LEDGER PIC X.
      * The last paid-to date that still draws a notice tonight.
       01 WS-DATE-NUMERIC PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(7).
       01 WS-NOTICE-HORIZON PIC X(8).
       01 WS-DAYS-OVERDUE PIC 9(6).
       01 WS-YEARS-OWED PIC 9(4).
       01 WS-OWED PIC S9(7)V99.
       01 WS-ED-FEE PIC ZZZ9.99.
       01 WS-ED-MONEY PIC ZZZZZZ9.99.
       01 WS-ED-TOTAL PIC ZZZZZZZZ9.99.
       01 WS-NOTICE-COUNT PIC 999 VALUE 0.
       01 WS-ARREARS-COUNT PIC 999 VALUE 0.
       01 WS-ARREARS-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNLEDGERED-COUNT PIC 999 VALUE 0.
       01 WS-NOTICES-OPEN PIC X VALUE "N".
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
       DUES-RENEWAL.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           DISPLAY "DUES RENEWAL RUN FOR " WS-BUSI-DATE
           PERFORM LOAD-DUES-CONTROL
           PERFORM LOAD-DUES-LEDGER
           PERFORM LOAD-REGISTRY-MEMBERS
           MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) +
              WS-NOTICE-DAYS
           COMPUTE WS-DATE-NUMERIC =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUMERIC TO WS-NOTICE-HORIZON
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL
              WS-LDG-IDX > WS-LDG-COUNT
              PERFORM JUDGE-ONE-MEMBER
           END-PERFORM
           IF WS-NOTICES-OPEN = "Y" THEN
              CLOSE RENEWAL-NOTICES
              MOVE "RENEWLTR" TO WS-DIST-REPORT
              MOVE "MAILROOM" TO WS-DIST-DEST
              MOVE "N" TO WS-DIST-PATIENT
              PERFORM REGISTER-REPORT-OUTPUT
           END-IF
           IF WS-LDG-COUNT > 0 THEN
              PERFORM SAVE-DUES-LEDGER
           END-IF
           PERFORM COUNT-UNLEDGERED-MEMBERS
           MOVE WS-ARREARS-TOTAL TO WS-ED-TOTAL
           DISPLAY WS-LDG-COUNT " MEMBER(S) ON LEDGER - "
              WS-NOTICE-COUNT " NOTICE(S) SENT"
           DISPLAY WS-ARREARS-COUNT " IN ARREARS, OWING " WS-ED-TOTAL
           IF WS-UNLEDGERED-COUNT > 0 THEN
              DISPLAY WS-UNLEDGERED-COUNT
                 " ACTIVE MEMBER(S) NOT ON THE DUES LEDGER"
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-DUES-RENEWAL.


       JUDGE-ONE-MEMBER.
      * Arrears first, worked out against tonight the same way
      * MEMBER-DUES works them out. Then a member who pays a fee,
      * is not yet past their paid-to date but will be inside the
      * notice period, and has had no notice for this expiry, gets
      * one.
           PERFORM WORK-OUT-ARREARS
           PERFORM FIND-MEMBER-NAME
           IF WS-LDG-ARREARS(WS-LDG-IDX) > 0 THEN
              ADD 1 TO WS-ARREARS-COUNT
              ADD WS-LDG-ARREARS(WS-LDG-IDX) TO WS-ARREARS-TOTAL
              MOVE WS-LDG-ARREARS(WS-LDG-IDX) TO WS-ED-MONEY
              DISPLAY "IN ARREARS: " WS-LDG-PM-ID(WS-LDG-IDX) " "
                 WS-MEMBER-NAME " PAID TO "
                 WS-LDG-PAID-TO(WS-LDG-IDX) " OWING " WS-ED-MONEY
           END-IF
           IF WS-LDG-FEE(WS-LDG-IDX) > 0 AND
              WS-LDG-PAID-TO(WS-LDG-IDX) IS NUMERIC AND
              WS-LDG-PAID-TO(WS-LDG-IDX) NOT < WS-BUSI-DATE AND
              WS-LDG-PAID-TO(WS-LDG-IDX) NOT > WS-NOTICE-HORIZON AND
              WS-LDG-NOTICE-FOR(WS-LDG-IDX) NOT =
              WS-LDG-PAID-TO(WS-LDG-IDX) THEN
              PERFORM WRITE-RENEWAL-NOTICE
              MOVE WS-LDG-PAID-TO(WS-LDG-IDX) TO
                 WS-LDG-NOTICE-FOR(WS-LDG-IDX)
              ADD 1 TO WS-NOTICE-COUNT
              DISPLAY "NOTICE: " WS-LDG-PM-ID(WS-LDG-IDX) " "
                 WS-MEMBER-NAME " EXPIRES "
                 WS-LDG-PAID-TO(WS-LDG-IDX)
           END-IF.
       END-JUDGE-ONE-MEMBER.


       WORK-OUT-ARREARS.
      * Every year or part year gone since the paid-to date is one
      * annual fee owed, less whatever credit is already held
      * toward it.
           MOVE 0 TO WS-LDG-ARREARS(WS-LDG-IDX)
           IF WS-LDG-PAID-TO(WS-LDG-IDX) IS NUMERIC AND
              WS-LDG-PAID-TO(WS-LDG-IDX) < WS-BUSI-DATE THEN
              COMPUTE WS-DAYS-OVERDUE = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-BUSI-DATE)) -
                 FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-LDG-PAID-TO(WS-LDG-IDX)))
              DIVIDE 365 INTO WS-DAYS-OVERDUE GIVING WS-YEARS-OWED
              IF WS-YEARS-OWED * 365 < WS-DAYS-OVERDUE THEN
                 ADD 1 TO WS-YEARS-OWED
              END-IF
              COMPUTE WS-OWED = WS-YEARS-OWED *
                 WS-LDG-FEE(WS-LDG-IDX) - WS-LDG-CREDIT(WS-LDG-IDX)
              IF WS-OWED > 0 THEN
                 MOVE WS-OWED TO WS-LDG-ARREARS(WS-LDG-IDX)
              END-IF
           END-IF.
       END-WORK-OUT-ARREARS.


       FIND-MEMBER-NAME.
           MOVE SPACES TO WS-MEMBER-NAME
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1 UNTIL
              WS-REG-IDX > WS-REG-COUNT
              IF WS-REG-ID(WS-REG-IDX) = WS-LDG-PM-ID(WS-LDG-IDX)
                 THEN
                 MOVE WS-REG-NAME(WS-REG-IDX) TO WS-MEMBER-NAME
              END-IF
           END-PERFORM.
       END-FIND-MEMBER-NAME.


       WRITE-RENEWAL-NOTICE.
           IF WS-NOTICES-OPEN = "N" THEN
              OPEN OUTPUT RENEWAL-NOTICES
              MOVE "Y" TO WS-NOTICES-OPEN
           END-IF
           MOVE WS-LDG-FEE(WS-LDG-IDX) TO WS-ED-FEE
           MOVE ALL "-" TO RENEWAL-NOTICES-REC
           WRITE RENEWAL-NOTICES-REC
           MOVE "MEMBERSHIP RENEWAL NOTICE" TO RENEWAL-NOTICES-REC
           WRITE RENEWAL-NOTICES-REC
           MOVE SPACES TO RENEWAL-NOTICES-REC
           STRING "TO: " WS-MEMBER-NAME " (MEMBER "
              WS-LDG-PM-ID(WS-LDG-IDX) ")"
              DELIMITED BY SIZE INTO RENEWAL-NOTICES-REC
           WRITE RENEWAL-NOTICES-REC
           MOVE SPACES TO RENEWAL-NOTICES-REC
           STRING "YOUR MEMBERSHIP IS PAID UP TO "
              WS-LDG-PAID-TO(WS-LDG-IDX)
              DELIMITED BY SIZE INTO RENEWAL-NOTICES-REC
           WRITE RENEWAL-NOTICES-REC
           MOVE SPACES TO RENEWAL-NOTICES-REC
           STRING "THE ANNUAL FEE TO RENEW IS " WS-ED-FEE
              DELIMITED BY SIZE INTO RENEWAL-NOTICES-REC
           WRITE RENEWAL-NOTICES-REC
           MOVE "PLEASE PAY AT THE DESK TO KEEP PLAYING LEAGUE NIGHTS."
              TO RENEWAL-NOTICES-REC
           WRITE RENEWAL-NOTICES-REC.
       END-WRITE-RENEWAL-NOTICE.


       COUNT-UNLEDGERED-MEMBERS.
      * Dues are only checked for members on the ledger, so an
      * active member left off it plays unchecked; the count says
      * how many.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1 UNTIL
              WS-REG-IDX > WS-REG-COUNT
              MOVE "N" TO WS-ON-LEDGER
              PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL
                 WS-LDG-IDX > WS-LDG-COUNT
                 IF WS-LDG-PM-ID(WS-LDG-IDX) = WS-REG-ID(WS-REG-IDX)
                    THEN
                    MOVE "Y" TO WS-ON-LEDGER
                 END-IF
              END-PERFORM
              IF WS-ON-LEDGER = "N" THEN
                 ADD 1 TO WS-UNLEDGERED-COUNT
              END-IF
           END-PERFORM.
       END-COUNT-UNLEDGERED-MEMBERS.


       LOAD-REGISTRY-MEMBERS.
           MOVE 0 TO WS-REG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO PM-NAME
              START PLAYER-MASTER KEY IS NOT LESS THAN PM-NAME
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PLAYER-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PM-ACTIVE = "Y" AND WS-REG-COUNT < 500 THEN
                          ADD 1 TO WS-REG-COUNT
                          MOVE PM-ID TO WS-REG-ID(WS-REG-COUNT)
                          MOVE PM-NAME TO WS-REG-NAME(WS-REG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER
           END-IF.
       END-LOAD-REGISTRY-MEMBERS.


       LOAD-DUES-CONTROL.
           OPEN INPUT DUES-CONTROL
           IF WS-DUESCTL-STATUS = "00" THEN
              READ DUES-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DCT-NOTICE-DAYS IS NUMERIC THEN
                       MOVE DCT-NOTICE-DAYS TO WS-NOTICE-DAYS
                    END-IF
              END-READ
              CLOSE DUES-CONTROL
           END-IF.
       END-LOAD-DUES-CONTROL.


       LOAD-DUES-LEDGER.
           MOVE 0 TO WS-LDG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DUES-LEDGER
           IF WS-DUES-STATUS NOT = "00" THEN
              DISPLAY "NO DUES LEDGER ON FILE - NOBODY TO NOTIFY"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DUES-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-LDG-COUNT < 500 THEN
                          ADD 1 TO WS-LDG-COUNT
                          MOVE DUES-LEDGER-REC TO
                             WS-LDG-ENTRY(WS-LDG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DUES-LEDGER
           END-IF.
       END-LOAD-DUES-LEDGER.


       SAVE-DUES-LEDGER.
           OPEN OUTPUT DUES-LEDGER
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL
              WS-LDG-IDX > WS-LDG-COUNT
              MOVE WS-LDG-ENTRY(WS-LDG-IDX) TO DUES-LEDGER-REC
              WRITE DUES-LEDGER-REC
           END-PERFORM
           CLOSE DUES-LEDGER.
       END-SAVE-DUES-LEDGER.


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
              MOVE "DUES-RENEWAL" TO DRG-PROGRAM
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
           STRING "DUES-RENEWAL - " WS-NOTICE-COUNT " NOTICE(S), "
              WS-ARREARS-COUNT " IN ARREARS"
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
           MOVE "DUES-RENEWAL - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "DUES-RENEWAL - RUN END" TO WS-LOG-TEXT
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
