       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The two masters everything else points at: the player
      * registry PLAYER-MAINT keeps, and the demographics master
      * ADT-INTAKE keeps. Both are held in storage for the sweep.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
           SELECT PATIENT-DEMOGRAPHICS ASSIGN TO "PATDEMOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMOG-STATUS.
      * The player side: every file that names a player, by display
      * name or (on the team master) by registry id.
           SELECT YACHT-SCOREFILE ASSIGN TO "YACHTSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YSF-KEY
              FILE STATUS IS WS-YACHT-STATUS.
           SELECT DARTS-SCOREFILE ASSIGN TO "DARTSSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DSF-KEY
              FILE STATUS IS WS-DARTS-STATUS.
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SCORE-OVERFLOW ASSIGN TO "SCOREOVF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVERFLOW-STATUS.
           SELECT BADGE-MASTER ASSIGN TO "BADGEMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BADGE-STATUS.
           SELECT RATINGS-MASTER ASSIGN TO "RATINGMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.
           SELECT HANDICAP-MASTER ASSIGN TO "HNDCPMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HANDICAP-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEAM-STATUS.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "LEAGSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDULE-STATUS.
      * The patient side: every file that carries a patient id.
           SELECT RESULTS-MASTER ASSIGN TO "ALRGYRES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESULTS-STATUS.
           SELECT ORDERS-MASTER ASSIGN TO "ORDRSMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT URGENT-REFERRALS ASSIGN TO "ALRGYURG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-URGENT-STATUS.
           SELECT PSEUDONYM-CROSSWALK ASSIGN TO "ALRGPSEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PSX-PATIENT
              FILE STATUS IS WS-PSEUDO-STATUS.
      * The sweep report: each file swept, how many references it
      * holds, and every key on it the master doesn't know, with
      * the master entry it was most likely meant to be.
           SELECT SWEEP-REPORT ASSIGN TO "INTGSWEP"
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
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  PATIENT-DEMOGRAPHICS.
       01 PATIENT-DEMOGRAPHICS-REC.
           05 PDM-ID     PIC X(10).
           05 PDM-NAME   PIC X(30).
           05 PDM-DOB    PIC X(8).
           05 PDM-STATUS PIC X.
       FD  YACHT-SCOREFILE.
       01 YACHT-SCOREFILE-REC.
           05 YSF-KEY.
              10 YSF-PLAYER    PIC X(20).
              10 YSF-GAME-DATE PIC X(8).
              10 YSF-VENUE     PIC X(4).
           05 YSF-SCORE        PIC 999 OCCURS 12 TIMES.
           05 YSF-SET          PIC X   OCCURS 12 TIMES.
       FD  DARTS-SCOREFILE.
       01 DARTS-SCOREFILE-REC.
           05 DSF-KEY.
              10 DSF-PLAYER       PIC X(20).
              10 DSF-SESSION-DATE PIC X(8).
              10 DSF-VENUE        PIC X(4).
           05 DSF-THROW-COUNT     PIC 99.
           05 DSF-TOTAL           PIC 9(4).
           05 DSF-CLOSED          PIC X.
           05 DSF-MODE            PIC X(3).
           05 DSF-REMAINING       PIC 9(4).
       FD  SCORE-HISTORY.
       01 SCORE-HISTORY-REC.
           05 SH-PLAYER PIC X(20).
           05 SH-SCORE  PIC X(4).
           05 SH-SOURCE PIC X(10).
           05 SH-DATE   PIC X(8).
           05 SH-VENUE  PIC X(4).
       FD  SCORE-OVERFLOW.
       01 SCORE-OVERFLOW-REC.
           05 SO-PLAYER PIC X(20).
           05 SO-SCORE  PIC X(4).
           05 SO-SOURCE PIC X(10).
           05 SO-DATE   PIC X(8).
           05 SO-VENUE  PIC X(4).
       FD  BADGE-MASTER.
       01 BADGE-MASTER-REC.
           05 BM-PLAYER PIC X(20).
           05 BM-BADGE  PIC X(15).
           05 BM-DATE   PIC X(8).
       FD  RATINGS-MASTER.
       01 RATINGS-MASTER-REC.
           05 RM-PLAYER PIC X(20).
           05 RM-RATING PIC 9(4).
           05 RM-GAMES  PIC 9(4).
           05 RM-MOVED-ON    PIC X(8).
           05 RM-BEFORE-MOVE PIC 9(4).
       FD  HANDICAP-MASTER.
       01 HANDICAP-MASTER-REC.
           05 HM-PLAYER    PIC X(20).
           05 HM-GAMES     PIC 9(4).
           05 HM-AVERAGE   PIC 9(4).
           05 HM-HANDICAP  PIC 9(4).
           05 HM-CALC-DATE PIC X(8).
       FD  TEAM-MASTER.
       01 TEAM-MASTER-REC.
           05 TM-ID     PIC X(6).
           05 TM-NAME   PIC X(20).
           05 TM-MEMBER PIC X(6) OCCURS 4 TIMES.
       FD  FIXTURE-SCHEDULE.
       01 FIXTURE-SCHEDULE-REC.
           05 FX-DATE     PIC X(8).
           05 FX-GAME     PIC X(10).
           05 FX-PLAYER-A PIC X(20).
           05 FX-PLAYER-B PIC X(20).
           05 FX-VENUE    PIC X(4).
       FD  RESULTS-MASTER.
       01 RESULTS-MASTER-REC.
           05 ARS-PATIENT PIC X(10).
           05 ARS-LABEL   PIC X(10).
           05 ARS-WEIGHT  PIC 9(3).
           05 ARS-LIST    PIC X(216).
           05 ARS-DATE    PIC X(8).
       FD  ORDERS-MASTER.
       01 ORDERS-MASTER-REC.
           05 OM-ORDER     PIC X(8).
           05 OM-PATIENT   PIC X(10).
           05 OM-PHYSICIAN PIC X(20).
           05 OM-PANEL     PIC X(12).
           05 OM-STATUS    PIC X.
           05 OM-PLACED    PIC X(8).
           05 OM-DUE       PIC X(8).
       FD  URGENT-REFERRALS.
       01 URGENT-REFERRALS-REC.
           05 URG-PATIENT PIC X(10).
           05 URG-REASON  PIC X(20).
           05 URG-WEIGHT  PIC 9(3).
           05 URG-LIST    PIC X(216).
       FD  PSEUDONYM-CROSSWALK.
       01 PSEUDONYM-CROSSWALK-REC.
           05 PSX-PSEUDO  PIC X(10).
           05 PSX-PATIENT PIC X(10).
       FD  SWEEP-REPORT.
       01 SWEEP-REPORT-REC PIC X(100).
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
      * Which side to sweep: PLAYER, PATIENT, or (blank) ALL.
       01 WS-SWEEP-SIDE PIC X(8) VALUE SPACES.
       01 WS-PM-STATUS PIC XX.
       01 WS-DEMOG-STATUS PIC XX.
       01 WS-YACHT-STATUS PIC XX.
       01 WS-DARTS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-OVERFLOW-STATUS PIC XX.
       01 WS-BADGE-STATUS PIC XX.
       01 WS-RATING-STATUS PIC XX.
       01 WS-HANDICAP-STATUS PIC XX.
       01 WS-TEAM-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-RESULTS-STATUS PIC XX.
       01 WS-ORDERS-STATUS PIC XX.
       01 WS-URGENT-STATUS PIC XX.
       01 WS-PSEUDO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The registry and the demographics master, as loaded.
       01 WS-PLAYER-COUNT PIC 999 VALUE 0.
       01 WS-REGISTRY.
           05 WS-REG-ENTRY OCCURS 500 TIMES.
              10 WS-REG-ID   PIC X(6).
              10 WS-REG-NAME PIC X(20).
       01 WS-PAT-COUNT PIC 9(4) VALUE 0.
       01 WS-PATIENT-TABLE.
           05 WS-PAT-ID PIC X(10) OCCURS 2000 TIMES.
       01 WS-IDX PIC 9(4).
       01 WS-PLAYER-SWEPT  PIC X VALUE "N".
       01 WS-PATIENT-SWEPT PIC X VALUE "N".
      * The file being swept: its name, what kind of key it holds
      * (N player name, I player id, P patient id), the key being
      * checked, and its tallies.
       01 WS-CHECK-FILE PIC X(9).
       01 WS-CHECK-KIND PIC X.
       01 WS-CHECK-KEY  PIC X(20).
       01 WS-CHECK-FOUND PIC X.
       01 WS-FILE-REFS  PIC 9(7).
       01 WS-FILE-ORPHAN-RECS PIC 9(7).
      * The keys on the current file the master doesn't know, each
      * once, with how many records carry it. Past 300 of them the
      * rest are counted but not listed.
       01 WS-ORPHAN-COUNT PIC 999.
       01 WS-ORPHAN-TABLE.
           05 WS-ORPHAN-ENTRY OCCURS 300 TIMES.
              10 WS-ORPHAN-KEY  PIC X(20).
              10 WS-ORPHAN-RECS PIC 9(7).
       01 WS-ORPHAN-IDX  PIC 999.
       01 WS-ORPHANS-UNLISTED PIC 9(5).
       01 WS-MEMBER-IDX  PIC 9.
      * Side totals for the closing lines and the operations log.
       01 WS-PLAYER-ORPHANS  PIC 9(5) VALUE 0.
       01 WS-PATIENT-ORPHANS PIC 9(5) VALUE 0.
       01 WS-FILES-MISSING   PIC 99 VALUE 0.
      * The likely match for an orphan: the master key fewest
      * single-character edits away (a letter changed, added or
      * dropped), letter case ignored -- close enough only when it
      * is at most two edits and under half the key's length.
       01 WS-EDIT-A     PIC X(20).
       01 WS-EDIT-B     PIC X(20).
       01 WS-EDIT-LEN-A PIC 99.
       01 WS-EDIT-LEN-B PIC 99.
       01 WS-EDIT-I     PIC 99.
       01 WS-EDIT-J     PIC 99.
       01 WS-EDIT-COST  PIC 9.
       01 WS-EDIT-DIST  PIC 99.
       01 WS-EDIT-PREV-ROW.
           05 WS-EDIT-PREV PIC 99 OCCURS 21 TIMES.
       01 WS-EDIT-CUR-ROW.
           05 WS-EDIT-CUR  PIC 99 OCCURS 21 TIMES.
       01 WS-BEST-DIST  PIC 99.
       01 WS-BEST-KEY   PIC X(20).
       01 WS-BEST-TIES  PIC 9(4).
       01 WS-CANDIDATE  PIC X(20).
       01 WS-ED-REFS    PIC Z(6)9.
       01 WS-ED-RECS    PIC Z(6)9.
       01 WS-ED-COUNT   PIC ZZZZ9.
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
       INTEGRITY-SWEEP.
           PERFORM LOG-RUN-START
           MOVE FUNCTION UPPER-CASE(WS-SWEEP-SIDE) TO WS-SWEEP-SIDE
           IF WS-SWEEP-SIDE = SPACES THEN
              MOVE "ALL" TO WS-SWEEP-SIDE
           END-IF
           MOVE SPACES TO WS-REASON
           IF WS-SWEEP-SIDE NOT = "ALL" AND
              WS-SWEEP-SIDE NOT = "PLAYER" AND
              WS-SWEEP-SIDE NOT = "PATIENT" THEN
              MOVE "UNKNOWN SWEEP SIDE" TO WS-REASON
           ELSE
              OPEN OUTPUT SWEEP-REPORT
              MOVE SPACES TO SWEEP-REPORT-REC
              STRING "INTEGRITY SWEEP - " WS-BUSI-DATE " - "
                 FUNCTION TRIM(WS-SWEEP-SIDE) " SIDE(S)"
                 DELIMITED BY SIZE INTO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
              IF WS-SWEEP-SIDE NOT = "PATIENT" THEN
                 PERFORM SWEEP-PLAYER-SIDE
              END-IF
              IF WS-SWEEP-SIDE NOT = "PLAYER" THEN
                 PERFORM SWEEP-PATIENT-SIDE
              END-IF
              MOVE SPACES TO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
              MOVE SPACES TO SWEEP-REPORT-REC
              STRING "ORPHAN KEYS - PLAYER SIDE " WS-PLAYER-ORPHANS
                 "  PATIENT SIDE " WS-PATIENT-ORPHANS
                 DELIMITED BY SIZE INTO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
              CLOSE SWEEP-REPORT
              MOVE "INTGSWEP" TO WS-DIST-REPORT
              MOVE "OPS DESK" TO WS-DIST-DEST
              MOVE "Y" TO WS-DIST-PATIENT
              PERFORM REGISTER-REPORT-OUTPUT
              IF WS-PLAYER-SWEPT = "N" AND WS-PATIENT-SWEPT = "N"
                 THEN
                 MOVE "NO MASTER ON FILE TO SWEEP AGAINST" TO
                    WS-REASON
              ELSE
                 DISPLAY "INTEGRITY SWEEP: PLAYER ORPHAN KEYS "
                    WS-PLAYER-ORPHANS "  PATIENT ORPHAN KEYS "
                    WS-PATIENT-ORPHANS " - SEE INTGSWEP"
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "INTEGRITY SWEEP REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-INTEGRITY-SWEEP.


       SWEEP-PLAYER-SIDE.
      * Every player name or id on the game, award, rating,
      * handicap, team and fixture files has to be on the registry;
      * a deactivated player still counts as on it.
           MOVE SPACES TO SWEEP-REPORT-REC
           WRITE SWEEP-REPORT-REC
           PERFORM LOAD-PLAYER-REGISTRY
           IF WS-PM-STATUS NOT = "00" THEN
              MOVE "PLAYER SIDE - NO PLAYER REGISTRY ON FILE, NOT SWEPT"
                 TO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
           ELSE
              MOVE "Y" TO WS-PLAYER-SWEPT
              MOVE SPACES TO SWEEP-REPORT-REC
              STRING "PLAYER SIDE - AGAINST PLAYERMST, "
                 WS-PLAYER-COUNT " PLAYER(S)"
                 DELIMITED BY SIZE INTO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
              PERFORM SWEEP-YACHT-CARDS
              PERFORM SWEEP-DARTS-SESSIONS
              PERFORM SWEEP-SCORE-HISTORY
              PERFORM SWEEP-SCORE-OVERFLOW
              PERFORM SWEEP-BADGES
              PERFORM SWEEP-RATINGS
              PERFORM SWEEP-HANDICAPS
              PERFORM SWEEP-TEAMS
              PERFORM SWEEP-FIXTURES
           END-IF.
       END-SWEEP-PLAYER-SIDE.


       LOAD-PLAYER-REGISTRY.
           MOVE 0 TO WS-PLAYER-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = "00" THEN
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
                       IF WS-PLAYER-COUNT < 500 THEN
                          ADD 1 TO WS-PLAYER-COUNT
                          MOVE PM-ID TO WS-REG-ID(WS-PLAYER-COUNT)
                          MOVE PM-NAME TO WS-REG-NAME(WS-PLAYER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER
              MOVE "00" TO WS-PM-STATUS
           END-IF.
       END-LOAD-PLAYER-REGISTRY.


       SWEEP-YACHT-CARDS.
           MOVE "YACHTSCR" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-SCOREFILE
           IF WS-YACHT-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              MOVE LOW-VALUES TO YSF-KEY
              START YACHT-SCOREFILE KEY IS NOT LESS THAN YSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ YACHT-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE YSF-PLAYER TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE YACHT-SCOREFILE
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-YACHT-CARDS.


       SWEEP-DARTS-SESSIONS.
           MOVE "DARTSSCR" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DARTS-SCOREFILE
           IF WS-DARTS-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              MOVE LOW-VALUES TO DSF-KEY
              START DARTS-SCOREFILE KEY IS NOT LESS THAN DSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DARTS-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE DSF-PLAYER TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE DARTS-SCOREFILE
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-DARTS-SESSIONS.


       SWEEP-SCORE-HISTORY.
           MOVE "SCOREHST" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-HISTORY
           IF WS-HISTORY-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SH-PLAYER TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE SCORE-HISTORY
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-SCORE-HISTORY.


       SWEEP-SCORE-OVERFLOW.
           MOVE "SCOREOVF" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-OVERFLOW
           IF WS-OVERFLOW-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-OVERFLOW
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SO-PLAYER TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE SCORE-OVERFLOW
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-SCORE-OVERFLOW.


       SWEEP-BADGES.
           MOVE "BADGEMST" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BADGE-MASTER
           IF WS-BADGE-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ BADGE-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE BM-PLAYER TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE BADGE-MASTER
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-BADGES.


       SWEEP-RATINGS.
           MOVE "RATINGMST" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATINGS-MASTER
           IF WS-RATING-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RATINGS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE RM-PLAYER TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE RATINGS-MASTER
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-RATINGS.


       SWEEP-HANDICAPS.
           MOVE "HNDCPMST" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HANDICAP-MASTER
           IF WS-HANDICAP-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ HANDICAP-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE HM-PLAYER TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE HANDICAP-MASTER
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-HANDICAPS.


       SWEEP-TEAMS.
      * Team members are held by registry id, up to four a team;
      * an empty slot is just an empty slot.
           MOVE "TEAMMST" TO WS-CHECK-FILE
           MOVE "I" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TEAM-MASTER
           IF WS-TEAM-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TEAM-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                          UNTIL WS-MEMBER-IDX > 4
                          MOVE TM-MEMBER(WS-MEMBER-IDX) TO
                             WS-CHECK-KEY
                          PERFORM CHECK-ONE-REFERENCE
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE TEAM-MASTER
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-TEAMS.


       SWEEP-FIXTURES.
      * Both sides of every fixture; a knockout bye leaves the
      * second side blank.
           MOVE "LEAGSCHD" TO WS-CHECK-FILE
           MOVE "N" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FIXTURE-SCHEDULE
           IF WS-SCHEDULE-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ FIXTURE-SCHEDULE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE FX-PLAYER-A TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                       MOVE FX-PLAYER-B TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE FIXTURE-SCHEDULE
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-FIXTURES.


       SWEEP-PATIENT-SIDE.
      * Every patient id on the results, orders, urgent referral
      * and pseudonym files has to be on the demographics master;
      * a discharged or merged-away patient still counts as on it.
           MOVE SPACES TO SWEEP-REPORT-REC
           WRITE SWEEP-REPORT-REC
           PERFORM LOAD-PATIENT-MASTER
           IF WS-DEMOG-STATUS NOT = "00" THEN
              MOVE "PATIENT SIDE - NO DEMOGRAPHICS MASTER, NOT SWEPT"
                 TO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
           ELSE
              MOVE "Y" TO WS-PATIENT-SWEPT
              MOVE SPACES TO SWEEP-REPORT-REC
              STRING "PATIENT SIDE - AGAINST PATDEMOG, "
                 WS-PAT-COUNT " PATIENT(S)"
                 DELIMITED BY SIZE INTO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
              PERFORM SWEEP-RESULTS
              PERFORM SWEEP-ORDERS
              PERFORM SWEEP-URGENT-REFERRALS
              PERFORM SWEEP-PSEUDONYMS
           END-IF.
       END-SWEEP-PATIENT-SIDE.


       LOAD-PATIENT-MASTER.
           MOVE 0 TO WS-PAT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PATIENT-DEMOGRAPHICS
           IF WS-DEMOG-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PATIENT-DEMOGRAPHICS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PAT-COUNT < 2000 THEN
                          ADD 1 TO WS-PAT-COUNT
                          MOVE PDM-ID TO WS-PAT-ID(WS-PAT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATIENT-DEMOGRAPHICS
              MOVE "00" TO WS-DEMOG-STATUS
           END-IF.
       END-LOAD-PATIENT-MASTER.


       SWEEP-RESULTS.
           MOVE "ALRGYRES" TO WS-CHECK-FILE
           MOVE "P" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULTS-MASTER
           IF WS-RESULTS-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RESULTS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE ARS-PATIENT TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE RESULTS-MASTER
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-RESULTS.


       SWEEP-ORDERS.
           MOVE "ORDRSMST" TO WS-CHECK-FILE
           MOVE "P" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ORDERS-MASTER
           IF WS-ORDERS-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ORDERS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE OM-PATIENT TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE ORDERS-MASTER
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-ORDERS.


       SWEEP-URGENT-REFERRALS.
           MOVE "ALRGYURG" TO WS-CHECK-FILE
           MOVE "P" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT URGENT-REFERRALS
           IF WS-URGENT-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ URGENT-REFERRALS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE URG-PATIENT TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE URGENT-REFERRALS
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-URGENT-REFERRALS.


       SWEEP-PSEUDONYMS.
           MOVE "ALRGPSEU" TO WS-CHECK-FILE
           MOVE "P" TO WS-CHECK-KIND
           PERFORM BEGIN-FILE-SWEEP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PSEUDONYM-CROSSWALK
           IF WS-PSEUDO-STATUS NOT = "00" THEN
              PERFORM NOTE-FILE-MISSING
           ELSE
              MOVE LOW-VALUES TO PSX-PATIENT
              START PSEUDONYM-CROSSWALK KEY IS NOT LESS THAN PSX-PATIENT
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PSEUDONYM-CROSSWALK NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE PSX-PATIENT TO WS-CHECK-KEY
                       PERFORM CHECK-ONE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE PSEUDONYM-CROSSWALK
              PERFORM FINISH-FILE-SWEEP
           END-IF.
       END-SWEEP-PSEUDONYMS.


       BEGIN-FILE-SWEEP.
           MOVE 0 TO WS-FILE-REFS
           MOVE 0 TO WS-FILE-ORPHAN-RECS
           MOVE 0 TO WS-ORPHAN-COUNT
           MOVE 0 TO WS-ORPHANS-UNLISTED.
       END-BEGIN-FILE-SWEEP.


       NOTE-FILE-MISSING.
           ADD 1 TO WS-FILES-MISSING
           MOVE SPACES TO SWEEP-REPORT-REC
           STRING "  " WS-CHECK-FILE " NOT ON FILE - NOTHING TO CHECK"
              DELIMITED BY SIZE INTO SWEEP-REPORT-REC
           WRITE SWEEP-REPORT-REC.
       END-NOTE-FILE-MISSING.


       CHECK-ONE-REFERENCE.
      * A blank key refers to nothing and is passed over. Names
      * match the registry exactly, as every program that looks a
      * player up matches them.
           IF WS-CHECK-KEY NOT = SPACES THEN
              ADD 1 TO WS-FILE-REFS
              MOVE "N" TO WS-CHECK-FOUND
              IF WS-CHECK-KIND = "P" THEN
                 PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
                    WS-IDX > WS-PAT-COUNT OR WS-CHECK-FOUND = "Y"
                    IF WS-PAT-ID(WS-IDX) = WS-CHECK-KEY THEN
                       MOVE "Y" TO WS-CHECK-FOUND
                    END-IF
                 END-PERFORM
              ELSE
                 PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
                    WS-IDX > WS-PLAYER-COUNT OR WS-CHECK-FOUND = "Y"
                    IF (WS-CHECK-KIND = "N" AND
                       WS-REG-NAME(WS-IDX) = WS-CHECK-KEY) OR
                       (WS-CHECK-KIND = "I" AND
                       WS-REG-ID(WS-IDX) = WS-CHECK-KEY) THEN
                       MOVE "Y" TO WS-CHECK-FOUND
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-CHECK-FOUND = "N" THEN
                 PERFORM NOTE-ORPHAN
              END-IF
           END-IF.
       END-CHECK-ONE-REFERENCE.


       NOTE-ORPHAN.
           ADD 1 TO WS-FILE-ORPHAN-RECS
           MOVE 0 TO WS-ORPHAN-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-ORPHAN-COUNT OR WS-ORPHAN-IDX > 0
              IF WS-ORPHAN-KEY(WS-IDX) = WS-CHECK-KEY THEN
                 MOVE WS-IDX TO WS-ORPHAN-IDX
              END-IF
           END-PERFORM
           IF WS-ORPHAN-IDX > 0 THEN
              ADD 1 TO WS-ORPHAN-RECS(WS-ORPHAN-IDX)
           ELSE
              IF WS-ORPHAN-COUNT < 300 THEN
                 ADD 1 TO WS-ORPHAN-COUNT
                 MOVE WS-CHECK-KEY TO WS-ORPHAN-KEY(WS-ORPHAN-COUNT)
                 MOVE 1 TO WS-ORPHAN-RECS(WS-ORPHAN-COUNT)
              ELSE
                 ADD 1 TO WS-ORPHANS-UNLISTED
              END-IF
           END-IF.
       END-NOTE-ORPHAN.


       FINISH-FILE-SWEEP.
      * The file's line, then one line per orphan key with the
      * records carrying it and its likely match.
           MOVE WS-FILE-REFS TO WS-ED-REFS
           MOVE WS-ORPHAN-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SWEEP-REPORT-REC
           STRING "  " WS-CHECK-FILE WS-ED-REFS
              " REFERENCE(S) CHECKED, " FUNCTION TRIM(WS-ED-COUNT)
              " ORPHAN KEY(S)"
              DELIMITED BY SIZE INTO SWEEP-REPORT-REC
           WRITE SWEEP-REPORT-REC
           PERFORM VARYING WS-ORPHAN-IDX FROM 1 BY 1 UNTIL
              WS-ORPHAN-IDX > WS-ORPHAN-COUNT
              MOVE WS-ORPHAN-KEY(WS-ORPHAN-IDX) TO WS-EDIT-A
              PERFORM FIND-LIKELY-MATCH
              MOVE WS-ORPHAN-RECS(WS-ORPHAN-IDX) TO WS-ED-RECS
              MOVE SPACES TO SWEEP-REPORT-REC
              MOVE WS-ORPHAN-KEY(WS-ORPHAN-IDX) TO
                 SWEEP-REPORT-REC(7:20)
              MOVE WS-ED-RECS TO SWEEP-REPORT-REC(27:7)
              MOVE "REC(S)" TO SWEEP-REPORT-REC(35:6)
              IF WS-BEST-KEY = SPACES THEN
                 MOVE "NO CLOSE MATCH ON THE MASTER" TO
                    SWEEP-REPORT-REC(43:28)
              ELSE
                 STRING "LIKELY MEANT " WS-BEST-KEY
                    DELIMITED BY SIZE INTO SWEEP-REPORT-REC(43:33)
                 IF WS-BEST-DIST = 0 THEN
                    MOVE "(CASE ONLY)" TO SWEEP-REPORT-REC(77:11)
                 END-IF
                 IF WS-BEST-TIES > 1 THEN
                    MOVE "(OR ANOTHER)" TO SWEEP-REPORT-REC(77:12)
                 END-IF
              END-IF
              WRITE SWEEP-REPORT-REC
           END-PERFORM
           IF WS-ORPHANS-UNLISTED > 0 THEN
              MOVE SPACES TO SWEEP-REPORT-REC
              STRING "      ... AND " WS-ORPHANS-UNLISTED
                 " MORE ORPHAN KEY(S) NOT LISTED"
                 DELIMITED BY SIZE INTO SWEEP-REPORT-REC
              WRITE SWEEP-REPORT-REC
           END-IF
           IF WS-CHECK-KIND = "P" THEN
              ADD WS-ORPHAN-COUNT WS-ORPHANS-UNLISTED TO
                 WS-PATIENT-ORPHANS
           ELSE
              ADD WS-ORPHAN-COUNT WS-ORPHANS-UNLISTED TO
                 WS-PLAYER-ORPHANS
           END-IF
           IF WS-ORPHAN-COUNT > 0 THEN
              PERFORM LOG-FILE-ORPHANS
           END-IF.
       END-FINISH-FILE-SWEEP.


       FIND-LIKELY-MATCH.
      * Every master key of the same kind is measured against the
      * orphan; the nearest one within reach is the suggestion,
      * and a tie for nearest is flagged so nobody takes it on
      * trust.
           MOVE SPACES TO WS-BEST-KEY
           MOVE 99 TO WS-BEST-DIST
           MOVE 0 TO WS-BEST-TIES
           MOVE FUNCTION UPPER-CASE(WS-EDIT-A) TO WS-EDIT-A
           IF WS-CHECK-KIND = "P" THEN
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
                 WS-IDX > WS-PAT-COUNT
                 MOVE WS-PAT-ID(WS-IDX) TO WS-CANDIDATE
                 PERFORM MEASURE-CANDIDATE
              END-PERFORM
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
                 WS-IDX > WS-PLAYER-COUNT
                 IF WS-CHECK-KIND = "N" THEN
                    MOVE WS-REG-NAME(WS-IDX) TO WS-CANDIDATE
                 ELSE
                    MOVE WS-REG-ID(WS-IDX) TO WS-CANDIDATE
                 END-IF
                 PERFORM MEASURE-CANDIDATE
              END-PERFORM
           END-IF
           IF WS-BEST-DIST > 2 OR
              WS-BEST-DIST * 2 >= WS-EDIT-LEN-A THEN
              MOVE SPACES TO WS-BEST-KEY
           END-IF.
       END-FIND-LIKELY-MATCH.


       MEASURE-CANDIDATE.
           MOVE FUNCTION UPPER-CASE(WS-CANDIDATE) TO WS-EDIT-B
           PERFORM MEASURE-EDIT-DISTANCE
           IF WS-EDIT-DIST < WS-BEST-DIST THEN
              MOVE WS-EDIT-DIST TO WS-BEST-DIST
              MOVE WS-CANDIDATE TO WS-BEST-KEY
              MOVE 1 TO WS-BEST-TIES
           ELSE
              IF WS-EDIT-DIST = WS-BEST-DIST THEN
                 ADD 1 TO WS-BEST-TIES
              END-IF
           END-IF.
       END-MEASURE-CANDIDATE.


       MEASURE-EDIT-DISTANCE.
      * The count of single-character changes, additions and
      * removals turning WS-EDIT-A into WS-EDIT-B, worked a row at
      * a time: each row holds, for the first I letters of A, the
      * cost against every leading stretch of B.
           MOVE 0 TO WS-EDIT-LEN-A
           MOVE 0 TO WS-EDIT-LEN-B
           IF WS-EDIT-A NOT = SPACES THEN
              COMPUTE WS-EDIT-LEN-A = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-EDIT-A, TRAILING))
           END-IF
           IF WS-EDIT-B NOT = SPACES THEN
              COMPUTE WS-EDIT-LEN-B = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-EDIT-B, TRAILING))
           END-IF
           PERFORM VARYING WS-EDIT-J FROM 0 BY 1 UNTIL
              WS-EDIT-J > WS-EDIT-LEN-B
              MOVE WS-EDIT-J TO WS-EDIT-PREV(WS-EDIT-J + 1)
           END-PERFORM
           PERFORM VARYING WS-EDIT-I FROM 1 BY 1 UNTIL
              WS-EDIT-I > WS-EDIT-LEN-A
              MOVE WS-EDIT-I TO WS-EDIT-CUR(1)
              PERFORM VARYING WS-EDIT-J FROM 1 BY 1 UNTIL
                 WS-EDIT-J > WS-EDIT-LEN-B
                 IF WS-EDIT-A(WS-EDIT-I:1) = WS-EDIT-B(WS-EDIT-J:1)
                    THEN
                    MOVE 0 TO WS-EDIT-COST
                 ELSE
                    MOVE 1 TO WS-EDIT-COST
                 END-IF
                 COMPUTE WS-EDIT-CUR(WS-EDIT-J + 1) =
                    WS-EDIT-PREV(WS-EDIT-J) + WS-EDIT-COST
                 IF WS-EDIT-PREV(WS-EDIT-J + 1) + 1 <
                    WS-EDIT-CUR(WS-EDIT-J + 1) THEN
                    COMPUTE WS-EDIT-CUR(WS-EDIT-J + 1) =
                       WS-EDIT-PREV(WS-EDIT-J + 1) + 1
                 END-IF
                 IF WS-EDIT-CUR(WS-EDIT-J) + 1 <
                    WS-EDIT-CUR(WS-EDIT-J + 1) THEN
                    COMPUTE WS-EDIT-CUR(WS-EDIT-J + 1) =
                       WS-EDIT-CUR(WS-EDIT-J) + 1
                 END-IF
              END-PERFORM
              MOVE WS-EDIT-CUR-ROW TO WS-EDIT-PREV-ROW
           END-PERFORM
           MOVE WS-EDIT-PREV(WS-EDIT-LEN-B + 1) TO WS-EDIT-DIST.
       END-MEASURE-EDIT-DISTANCE.


       LOG-FILE-ORPHANS.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "INTEGRITY-SWEEP - " FUNCTION TRIM(WS-CHECK-FILE) " "
              FUNCTION TRIM(WS-ED-COUNT) " ORPHAN KEY(S) IN "
              FUNCTION TRIM(WS-ED-REFS) " REFERENCE(S)"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-FILE-ORPHANS.


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
              MOVE "INTEGRITY-SWEEP" TO DRG-PROGRAM
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
           STRING "INTEGRITY-SWEEP - " FUNCTION TRIM(WS-SWEEP-SIDE)
              " - ORPHANS PLAYER "
              WS-PLAYER-ORPHANS " PATIENT " WS-PATIENT-ORPHANS
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "INTEGRITY-SWEEP - REJECTED " WS-SWEEP-SIDE
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
           MOVE "INTEGRITY-SWEEP - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "INTEGRITY-SWEEP - RUN END" TO WS-LOG-TEXT
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
