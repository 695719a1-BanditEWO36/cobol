       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGUE-POT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The league-night entry ledger: one row per player per game
      * entered, by venue and night, with the fee they paid in.
      * Added to the end and never rewritten.
           SELECT ENTRY-LEDGER ASSIGN TO "ENTRYLDG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENTRY-STATUS.
      * The prize table: for each pot, the share of it each finishing
      * place takes, in whole percent. No rows for a pot pays it
      * 50 / 30 / 20 to the first three.
           SELECT PRIZE-TABLE ASSIGN TO "PRIZETBL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRIZE-STATUS.
      * Every prize paid out, one row per winner, added to the end;
      * PLAYER-STATEMENT reads it for each player's winnings.
           SELECT PRIZE-PAYOUTS ASSIGN TO "PRIZEPAY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYOUT-STATUS.
      * What each venue's pot carried forward out of its last
      * settled night, and which night that was; rewritten whole
      * on every settlement.
           SELECT POT-CARRY ASSIGN TO "POTCARRY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRY-STATUS.
      * The treasurer's settlement report, one section per pot
      * settled, added to the end.
           SELECT SETTLEMENT-REPORT ASSIGN TO "POTSETTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SETTLE-STATUS.
      * The final placings the pots are paid against: the yacht
      * season table and the team table as the standings runs last
      * left them, in ranked order.
           SELECT YACHT-STANDINGS-EXTRACT ASSIGN TO "YSTANDNG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YSTAND-STATUS.
           SELECT TEAM-STANDINGS-EXTRACT ASSIGN TO "TSTANDNG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TSTAND-STATUS.
      * The team master TEAM-MAINT keeps, to put each team entrant
      * under the team the table places.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEAM-STATUS.
      * The player registry; only an active registry player can be
      * entered, and the entry carries their member id.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * The operator master; taking an entry fee and settling a
      * night need the entry-fee function.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
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
       FD  ENTRY-LEDGER.
       01 ENTRY-LEDGER-REC.
           05 ENT-VENUE    PIC X(4).
           05 ENT-DATE     PIC X(8).
           05 ENT-PLAYER   PIC X(20).
           05 ENT-PM-ID    PIC X(6).
           05 ENT-GAME     PIC X(5).
           05 ENT-FEE      PIC 9(4)V99.
           05 ENT-OPERATOR PIC X(10).
       FD  PRIZE-TABLE.
       01 PRIZE-TABLE-REC.
           05 PRT-GAME    PIC X(5).
           05 PRT-PLACE   PIC 99.
           05 PRT-PERCENT PIC 999.
       FD  PRIZE-PAYOUTS.
       01 PRIZE-PAYOUTS-REC.
           05 PRZ-VENUE  PIC X(4).
           05 PRZ-DATE   PIC X(8).
           05 PRZ-GAME   PIC X(5).
           05 PRZ-PLACE  PIC 99.
           05 PRZ-PLAYER PIC X(20).
           05 PRZ-TEAM   PIC X(20).
           05 PRZ-AMOUNT PIC 9(5)V99.
       FD  POT-CARRY.
       01 POT-CARRY-REC.
           05 PCF-VENUE  PIC X(4).
           05 PCF-GAME   PIC X(5).
           05 PCF-AMOUNT PIC 9(7)V99.
           05 PCF-DATE   PIC X(8).
       FD  SETTLEMENT-REPORT.
       01 SETTLEMENT-REPORT-REC PIC X(80).
       FD  YACHT-STANDINGS-EXTRACT.
       01 YACHT-STANDINGS-EXTRACT-REC.
           05 YX-PLAYER PIC X(20).
           05 YX-WINS   PIC 999.
           05 YX-LOSSES PIC 999.
           05 YX-POINTS PIC 9(6).
           05 YX-BADGES PIC 999.
       FD  TEAM-STANDINGS-EXTRACT.
       01 TEAM-STANDINGS-EXTRACT-REC.
           05 TX-TEAM   PIC X(20).
           05 TX-POINTS PIC 999.
           05 TX-TOTAL  PIC 9(7).
       FD  TEAM-MASTER.
       01 TEAM-MASTER-REC.
           05 TM-ID     PIC X(6).
           05 TM-NAME   PIC X(20).
           05 TM-MEMBER PIC X(6) OCCURS 4 TIMES.
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
           05 OP-FUNCS PIC X(10).
      * OPERATOR-MAINT's passcode fields. Only OP-STATE is looked
      * at here: A active, S suspended, L locked out, and blank on
      * a record filed before passcodes, which counts as active.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
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
      * What to do: ENTER takes a player's entry fee into a pot,
      * SETTLE pays the night's pots out against the final placings
      * and carries the rest forward, LIST shows the night's entries.
      * Blank lists.
       01 WS-POT-ACTION PIC X(8) VALUE SPACES.
      * The venue and night; a blank night is tonight's business
      * date.
       01 WS-VENUE      PIC X(4) VALUE "MAIN".
       01 WS-NIGHT-DATE PIC X(8) VALUE SPACES.
      * The pot: YACHT pays against the yacht table, TEAM against the
      * team table. SETTLE with no pot named settles both.
       01 WS-POT-GAME   PIC X(5) VALUE SPACES.
      * ENTER only: the player by registry name and the fee paid,
      * keyed with or without the point.
       01 WS-PLAYER     PIC X(20) VALUE SPACES.
       01 WS-AMOUNT-IN  PIC X(9) VALUE SPACES.
      * Whoever takes the money or settles the night.
       01 WS-OPERATOR   PIC X(10) VALUE SPACES.
       01 WS-ENTRY-STATUS PIC XX.
       01 WS-PRIZE-STATUS PIC XX.
       01 WS-PAYOUT-STATUS PIC XX.
       01 WS-CARRY-STATUS PIC XX.
       01 WS-SETTLE-STATUS PIC XX.
       01 WS-YSTAND-STATUS PIC XX.
       01 WS-TSTAND-STATUS PIC XX.
       01 WS-TEAM-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35).
       01 WS-MEMBER-ID PIC X(6).
       01 WS-MEMBER-TEAM PIC X(20).
       01 WS-AMOUNT PIC 9(7)V99.
       01 WS-SIGNED-AMOUNT PIC S9(7)V99.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-FUNC-TALLY PIC 99.
       01 WS-SIGNON-OK PIC X.
      * The teams, held for the run so an entrant's team is a table
      * lookup.
       01 WS-TEAM-COUNT PIC 999 VALUE 0.
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ENTRY OCCURS 100 TIMES.
              10 WS-TEAM-NAME   PIC X(20).
              10 WS-TEAM-MEMBER PIC X(6) OCCURS 4 TIMES.
       01 WS-TEAM-IDX PIC 999.
       01 WS-MBR-IDX PIC 9.
      * The pot being settled: its entrants, each with the place the
      * table gives them (zero for none), and the prize table for it.
       01 WS-SETTLE-GAME PIC X(5).
       01 WS-ENT-COUNT PIC 999 VALUE 0.
       01 WS-ENTRANT-TABLE.
           05 WS-ENT-ENTRY OCCURS 200 TIMES.
              10 WS-ENT-PLAYER PIC X(20).
              10 WS-ENT-PM-ID  PIC X(6).
              10 WS-ENT-TEAM   PIC X(20).
              10 WS-ENT-FEE    PIC 9(4)V99.
              10 WS-ENT-PLACE  PIC 99.
       01 WS-ENT-IDX PIC 999.
       01 WS-PLACE-COUNT PIC 99 VALUE 0.
       01 WS-PLACE-TABLE.
           05 WS-PLACE-ENTRY OCCURS 20 TIMES.
              10 WS-PLC-PLACE   PIC 99.
              10 WS-PLC-PERCENT PIC 999.
       01 WS-PLC-IDX PIC 99.
       01 WS-PERCENT-TOTAL PIC 9(4).
       01 WS-NEXT-PLACE PIC 99.
       01 WS-PLACED-HERE PIC X.
       01 WS-WINNER-COUNT PIC 999.
      * The money.
       01 WS-COLLECTED PIC 9(7)V99.
       01 WS-BROUGHT-FORWARD PIC 9(7)V99.
       01 WS-POT PIC 9(7)V99.
       01 WS-SHARE PIC 9(7)V99.
       01 WS-EACH PIC 9(7)V99.
       01 WS-PAID-OUT PIC 9(7)V99.
       01 WS-CARRIED PIC 9(7)V99.
       01 WS-ED-MONEY PIC ZZZZZZ9.99.
       01 WS-ED-FEE PIC ZZZ9.99.
      * The carry-forward file, held in storage and written back
      * whole when a pot is settled.
       01 WS-CARRY-COUNT PIC 999 VALUE 0.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 100 TIMES.
              10 WS-CRY-VENUE  PIC X(4).
              10 WS-CRY-GAME   PIC X(5).
              10 WS-CRY-AMOUNT PIC 9(7)V99.
              10 WS-CRY-DATE   PIC X(8).
       01 WS-CRY-IDX PIC 999.
       01 WS-CRY-FOUND PIC 999.
       01 WS-SETTLED-COUNT PIC 9 VALUE 0.
       01 WS-LIST-COUNT PIC 999 VALUE 0.
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
       LEAGUE-POT.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE FUNCTION UPPER-CASE(WS-POT-ACTION) TO WS-POT-ACTION
           MOVE FUNCTION UPPER-CASE(WS-POT-GAME) TO WS-POT-GAME
           IF WS-POT-ACTION = SPACES THEN
              MOVE "LIST" TO WS-POT-ACTION
           END-IF
           IF WS-NIGHT-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-NIGHT-DATE
           END-IF
           PERFORM LOAD-TEAM-TABLE
           PERFORM LOAD-POT-CARRY
           EVALUATE WS-POT-ACTION
              WHEN "ENTER"
                 PERFORM ENTER-PLAYER
              WHEN "SETTLE"
                 PERFORM SETTLE-NIGHT
              WHEN "LIST"
                 PERFORM LIST-NIGHT-ENTRIES
              WHEN OTHER
                 MOVE "UNKNOWN POT ACTION" TO WS-REASON
                 DISPLAY "POT REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-LEAGUE-POT.


       ENTER-PLAYER.
      * One fee into one pot. The player has to be an active
      * registry player, on a team for the team pot, and entered
      * once a night per pot; a pot already settled for the night
      * takes no more money.
           MOVE SPACES TO WS-REASON
           IF WS-POT-GAME NOT = "YACHT" AND WS-POT-GAME NOT = "TEAM"
              THEN
              MOVE "POT MUST BE YACHT OR TEAM" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-PLAYER = SPACES THEN
              MOVE "NO PLAYER KEYED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-REGISTRY-PLAYER
              IF WS-MEMBER-ID = SPACES THEN
                 MOVE "PLAYER NOT ON REGISTRY" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-POT-GAME = "TEAM" THEN
              PERFORM FIND-MEMBER-TEAM
              IF WS-MEMBER-TEAM = SPACES THEN
                 MOVE "PLAYER IS ON NO TEAM" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              IF WS-AMOUNT-IN = SPACES THEN
                 MOVE "NO ENTRY FEE KEYED" TO WS-REASON
              ELSE
                 PERFORM CHECK-AMOUNT-KEYED
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-ALREADY-ENTERED
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE WS-POT-GAME TO WS-SETTLE-GAME
              PERFORM FIND-CARRY-ROW
              IF WS-CRY-FOUND > 0 THEN
                 IF WS-CRY-DATE(WS-CRY-FOUND) NOT < WS-NIGHT-DATE
                    THEN
                    MOVE "NIGHT ALREADY SETTLED" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "E" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR ENTRIES" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ENTRY REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              OPEN EXTEND ENTRY-LEDGER
              IF WS-ENTRY-STATUS = "05" OR WS-ENTRY-STATUS = "35"
                 CLOSE ENTRY-LEDGER
                 OPEN OUTPUT ENTRY-LEDGER
              END-IF
              MOVE WS-VENUE TO ENT-VENUE
              MOVE WS-NIGHT-DATE TO ENT-DATE
              MOVE WS-PLAYER TO ENT-PLAYER
              MOVE WS-MEMBER-ID TO ENT-PM-ID
              MOVE WS-POT-GAME TO ENT-GAME
              MOVE WS-AMOUNT TO ENT-FEE
              MOVE WS-OPERATOR TO ENT-OPERATOR
              WRITE ENTRY-LEDGER-REC
              CLOSE ENTRY-LEDGER
              MOVE WS-AMOUNT TO WS-ED-FEE
              DISPLAY "ENTERED " WS-PLAYER " IN " WS-POT-GAME
                 " POT " WS-VENUE " " WS-NIGHT-DATE " FEE " WS-ED-FEE
              MOVE SPACES TO WS-LOG-TEXT
              STRING "LEAGUE-POT - ENTRY " WS-PLAYER " "
                 WS-POT-GAME " " WS-ED-FEE " BY " WS-OPERATOR
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-ENTER-PLAYER.


       CHECK-AMOUNT-KEYED.
      * An entry fee is keyed as money, with or without the point,
      * and has to be something.
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-IN) NOT = 0 THEN
              MOVE "ENTRY FEE IS NOT A NUMBER" TO WS-REASON
           ELSE
              COMPUTE WS-SIGNED-AMOUNT =
                 FUNCTION NUMVAL(WS-AMOUNT-IN)
              IF WS-SIGNED-AMOUNT NOT > 0 THEN
                 MOVE "ENTRY FEE MUST BE OVER ZERO" TO WS-REASON
              ELSE
                 MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT
                 IF WS-AMOUNT > 9999.99 THEN
                    MOVE "ENTRY FEE OVER 9999.99" TO WS-REASON
                 END-IF
              END-IF
           END-IF.
       END-CHECK-AMOUNT-KEYED.


       CHECK-ALREADY-ENTERED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENTRY-LEDGER
           IF WS-ENTRY-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ENTRY-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF ENT-VENUE = WS-VENUE AND
                          ENT-DATE = WS-NIGHT-DATE AND
                          ENT-PLAYER = WS-PLAYER AND
                          ENT-GAME = WS-POT-GAME THEN
                          MOVE "PLAYER ALREADY ENTERED TONIGHT" TO
                             WS-REASON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTRY-LEDGER
           END-IF.
       END-CHECK-ALREADY-ENTERED.


       FIND-REGISTRY-PLAYER.
      * One keyed read by name; an inactive player can't enter.
           MOVE SPACES TO WS-MEMBER-ID
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = "00" THEN
              MOVE WS-PLAYER TO PM-NAME
              READ PLAYER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PM-ACTIVE = "Y" THEN
                       MOVE PM-ID TO WS-MEMBER-ID
                    END-IF
              END-READ
              CLOSE PLAYER-MASTER
           END-IF.
       END-FIND-REGISTRY-PLAYER.


       FIND-MEMBER-TEAM.
           MOVE SPACES TO WS-MEMBER-TEAM
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1 UNTIL
              WS-TEAM-IDX > WS-TEAM-COUNT
              PERFORM VARYING WS-MBR-IDX FROM 1 BY 1 UNTIL
                 WS-MBR-IDX > 4
                 IF WS-TEAM-MEMBER(WS-TEAM-IDX, WS-MBR-IDX) =
                    WS-MEMBER-ID THEN
                    MOVE WS-TEAM-NAME(WS-TEAM-IDX) TO WS-MEMBER-TEAM
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-FIND-MEMBER-TEAM.


       SETTLE-NIGHT.
      * Settles the named pot, or both when none is named. Each pot
      * settles once a night; its carried-forward row records the
      * night it was settled for.
           MOVE SPACES TO WS-REASON
           IF WS-POT-GAME NOT = SPACES AND WS-POT-GAME NOT = "YACHT"
              AND WS-POT-GAME NOT = "TEAM" THEN
              MOVE "POT MUST BE YACHT OR TEAM" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "E" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR ENTRIES" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "SETTLEMENT REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-POT-GAME = SPACES OR WS-POT-GAME = "YACHT" THEN
                 MOVE "YACHT" TO WS-SETTLE-GAME
                 PERFORM SETTLE-ONE-POT
              END-IF
              IF WS-POT-GAME = SPACES OR WS-POT-GAME = "TEAM" THEN
                 MOVE "TEAM" TO WS-SETTLE-GAME
                 PERFORM SETTLE-ONE-POT
              END-IF
              IF WS-SETTLED-COUNT > 0 THEN
                 PERFORM SAVE-POT-CARRY
              END-IF
           END-IF.
       END-SETTLE-NIGHT.


       SETTLE-ONE-POT.
      * The pot is tonight's entry fees plus whatever the venue's
      * pot carried forward last time. Each place in the prize table
      * takes its percent of it, shared equally between the players
      * on that place -- a team's share split between the team's
      * entrants. A place nobody finished in, and the odd pennies,
      * stay in the pot and carry forward to the next night.
           MOVE SPACES TO WS-REASON
           PERFORM FIND-CARRY-ROW
           MOVE 0 TO WS-BROUGHT-FORWARD
           IF WS-CRY-FOUND > 0 THEN
              IF WS-CRY-DATE(WS-CRY-FOUND) NOT < WS-NIGHT-DATE THEN
                 MOVE "NIGHT ALREADY SETTLED" TO WS-REASON
              ELSE
                 MOVE WS-CRY-AMOUNT(WS-CRY-FOUND) TO
                    WS-BROUGHT-FORWARD
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-POT-ENTRANTS
              IF WS-ENT-COUNT = 0 THEN
                 MOVE "NO ENTRIES FOR THE NIGHT" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-PRIZE-PLACES
              IF WS-PERCENT-TOTAL > 100 THEN
                 MOVE "PRIZE TABLE OVER 100 PERCENT" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-CRY-FOUND = 0 AND
              WS-CARRY-COUNT NOT < 100 THEN
              MOVE "CARRY-FORWARD FILE IS FULL" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY WS-SETTLE-GAME " POT NOT SETTLED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-SETTLE-GAME = "YACHT" THEN
                 PERFORM PLACE-YACHT-ENTRANTS
              ELSE
                 PERFORM PLACE-TEAM-ENTRANTS
              END-IF
              COMPUTE WS-POT = WS-COLLECTED + WS-BROUGHT-FORWARD
              MOVE 0 TO WS-PAID-OUT
              PERFORM OPEN-SETTLEMENT-SECTION
              OPEN EXTEND PRIZE-PAYOUTS
              IF WS-PAYOUT-STATUS = "05" OR WS-PAYOUT-STATUS = "35"
                 CLOSE PRIZE-PAYOUTS
                 OPEN OUTPUT PRIZE-PAYOUTS
              END-IF
              PERFORM VARYING WS-PLC-IDX FROM 1 BY 1 UNTIL
                 WS-PLC-IDX > WS-PLACE-COUNT
                 PERFORM PAY-ONE-PLACE
              END-PERFORM
              CLOSE PRIZE-PAYOUTS
              COMPUTE WS-CARRIED = WS-POT - WS-PAID-OUT
              IF WS-CRY-FOUND = 0 THEN
                 ADD 1 TO WS-CARRY-COUNT
                 MOVE WS-CARRY-COUNT TO WS-CRY-FOUND
                 MOVE WS-VENUE TO WS-CRY-VENUE(WS-CRY-FOUND)
                 MOVE WS-SETTLE-GAME TO WS-CRY-GAME(WS-CRY-FOUND)
              END-IF
              MOVE WS-CARRIED TO WS-CRY-AMOUNT(WS-CRY-FOUND)
              MOVE WS-NIGHT-DATE TO WS-CRY-DATE(WS-CRY-FOUND)
              ADD 1 TO WS-SETTLED-COUNT
              PERFORM CLOSE-SETTLEMENT-SECTION
              MOVE SPACES TO WS-LOG-TEXT
              MOVE WS-PAID-OUT TO WS-ED-MONEY
              STRING "LEAGUE-POT - SETTLED " WS-SETTLE-GAME " "
                 WS-VENUE " " WS-NIGHT-DATE " PAID " WS-ED-MONEY
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-SETTLE-ONE-POT.


       PAY-ONE-PLACE.
           COMPUTE WS-SHARE = WS-POT * WS-PLC-PERCENT(WS-PLC-IDX)
              / 100
           MOVE 0 TO WS-WINNER-COUNT
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1 UNTIL
              WS-ENT-IDX > WS-ENT-COUNT
              IF WS-ENT-PLACE(WS-ENT-IDX) = WS-PLC-PLACE(WS-PLC-IDX)
                 THEN
                 ADD 1 TO WS-WINNER-COUNT
              END-IF
           END-PERFORM
           IF WS-WINNER-COUNT = 0 THEN
              MOVE WS-SHARE TO WS-ED-MONEY
              MOVE SPACES TO SETTLEMENT-REPORT-REC
              STRING "  PLACE " WS-PLC-PLACE(WS-PLC-IDX) " "
                 WS-PLC-PERCENT(WS-PLC-IDX) "%  NO FINISHER"
                 "          " WS-ED-MONEY " CARRIED"
                 DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
              WRITE SETTLEMENT-REPORT-REC
           ELSE
              COMPUTE WS-EACH = WS-SHARE / WS-WINNER-COUNT
              PERFORM VARYING WS-ENT-IDX FROM 1 BY 1 UNTIL
                 WS-ENT-IDX > WS-ENT-COUNT
                 IF WS-ENT-PLACE(WS-ENT-IDX) =
                    WS-PLC-PLACE(WS-PLC-IDX) THEN
                    PERFORM PAY-ONE-WINNER
                 END-IF
              END-PERFORM
           END-IF.
       END-PAY-ONE-PLACE.


       PAY-ONE-WINNER.
           MOVE WS-VENUE TO PRZ-VENUE
           MOVE WS-NIGHT-DATE TO PRZ-DATE
           MOVE WS-SETTLE-GAME TO PRZ-GAME
           MOVE WS-PLC-PLACE(WS-PLC-IDX) TO PRZ-PLACE
           MOVE WS-ENT-PLAYER(WS-ENT-IDX) TO PRZ-PLAYER
           IF WS-SETTLE-GAME = "TEAM" THEN
              MOVE WS-ENT-TEAM(WS-ENT-IDX) TO PRZ-TEAM
           ELSE
              MOVE SPACES TO PRZ-TEAM
           END-IF
           MOVE WS-EACH TO PRZ-AMOUNT
           WRITE PRIZE-PAYOUTS-REC
           ADD WS-EACH TO WS-PAID-OUT
           MOVE WS-EACH TO WS-ED-MONEY
           MOVE SPACES TO SETTLEMENT-REPORT-REC
           STRING "  PLACE " WS-PLC-PLACE(WS-PLC-IDX) " "
              WS-PLC-PERCENT(WS-PLC-IDX) "%  "
              WS-ENT-PLAYER(WS-ENT-IDX) " " WS-ED-MONEY
              DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
           IF WS-SETTLE-GAME = "TEAM" THEN
              MOVE WS-ENT-TEAM(WS-ENT-IDX) TO
                 SETTLEMENT-REPORT-REC(56:20)
           END-IF
           WRITE SETTLEMENT-REPORT-REC
           DISPLAY "PRIZE: PLACE " WS-PLC-PLACE(WS-PLC-IDX) " "
              WS-ENT-PLAYER(WS-ENT-IDX) " " WS-ED-MONEY.
       END-PAY-ONE-WINNER.


       PLACE-YACHT-ENTRANTS.
      * Places go down the yacht table in its ranked order, counting
      * only the night's entrants; an entrant the table hasn't
      * ranked finishes nowhere.
           MOVE 0 TO WS-NEXT-PLACE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-STANDINGS-EXTRACT
           IF WS-YSTAND-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ YACHT-STANDINGS-EXTRACT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM VARYING WS-ENT-IDX FROM 1 BY 1 UNTIL
                          WS-ENT-IDX > WS-ENT-COUNT
                          IF WS-ENT-PLAYER(WS-ENT-IDX) = YX-PLAYER
                             AND WS-ENT-PLACE(WS-ENT-IDX) = 0 AND
                             WS-NEXT-PLACE < 99 THEN
                             ADD 1 TO WS-NEXT-PLACE
                             MOVE WS-NEXT-PLACE TO
                                WS-ENT-PLACE(WS-ENT-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE YACHT-STANDINGS-EXTRACT
           END-IF.
       END-PLACE-YACHT-ENTRANTS.


       PLACE-TEAM-ENTRANTS.
      * Places go down the team table in its ranked order, counting
      * only teams with an entrant tonight; every entrant of a team
      * shares its place.
           MOVE 0 TO WS-NEXT-PLACE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TEAM-STANDINGS-EXTRACT
           IF WS-TSTAND-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TEAM-STANDINGS-EXTRACT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE "N" TO WS-PLACED-HERE
                       PERFORM VARYING WS-ENT-IDX FROM 1 BY 1 UNTIL
                          WS-ENT-IDX > WS-ENT-COUNT
                          IF WS-ENT-TEAM(WS-ENT-IDX) = TX-TEAM AND
                             WS-ENT-PLACE(WS-ENT-IDX) = 0 THEN
                             IF WS-PLACED-HERE = "N" AND
                                WS-NEXT-PLACE < 99 THEN
                                ADD 1 TO WS-NEXT-PLACE
                                MOVE "Y" TO WS-PLACED-HERE
                             END-IF
                             MOVE WS-NEXT-PLACE TO
                                WS-ENT-PLACE(WS-ENT-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE TEAM-STANDINGS-EXTRACT
           END-IF.
       END-PLACE-TEAM-ENTRANTS.


       LOAD-POT-ENTRANTS.
      * The night's entrants to this pot at this venue. A team
      * entrant goes under the team they are on tonight.
           MOVE 0 TO WS-ENT-COUNT
           MOVE 0 TO WS-COLLECTED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENTRY-LEDGER
           IF WS-ENTRY-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ENTRY-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF ENT-VENUE = WS-VENUE AND
                          ENT-DATE = WS-NIGHT-DATE AND
                          ENT-GAME = WS-SETTLE-GAME AND
                          WS-ENT-COUNT < 200 THEN
                          ADD 1 TO WS-ENT-COUNT
                          ADD ENT-FEE TO WS-COLLECTED
                          MOVE ENT-PLAYER TO
                             WS-ENT-PLAYER(WS-ENT-COUNT)
                          MOVE ENT-PM-ID TO WS-ENT-PM-ID(WS-ENT-COUNT)
                          MOVE ENT-FEE TO WS-ENT-FEE(WS-ENT-COUNT)
                          MOVE 0 TO WS-ENT-PLACE(WS-ENT-COUNT)
                          MOVE ENT-PM-ID TO WS-MEMBER-ID
                          PERFORM FIND-MEMBER-TEAM
                          MOVE WS-MEMBER-TEAM TO
                             WS-ENT-TEAM(WS-ENT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTRY-LEDGER
           END-IF.
       END-LOAD-POT-ENTRANTS.


       LOAD-PRIZE-PLACES.
           MOVE 0 TO WS-PLACE-COUNT
           MOVE 0 TO WS-PERCENT-TOTAL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRIZE-TABLE
           IF WS-PRIZE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PRIZE-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PRT-GAME = WS-SETTLE-GAME AND
                          PRT-PLACE IS NUMERIC AND
                          PRT-PERCENT IS NUMERIC AND
                          WS-PLACE-COUNT < 20 THEN
                          ADD 1 TO WS-PLACE-COUNT
                          MOVE PRT-PLACE TO
                             WS-PLC-PLACE(WS-PLACE-COUNT)
                          MOVE PRT-PERCENT TO
                             WS-PLC-PERCENT(WS-PLACE-COUNT)
                          ADD PRT-PERCENT TO WS-PERCENT-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIZE-TABLE
           END-IF
           IF WS-PLACE-COUNT = 0 THEN
              MOVE 3 TO WS-PLACE-COUNT
              MOVE 1 TO WS-PLC-PLACE(1)
              MOVE 50 TO WS-PLC-PERCENT(1)
              MOVE 2 TO WS-PLC-PLACE(2)
              MOVE 30 TO WS-PLC-PERCENT(2)
              MOVE 3 TO WS-PLC-PLACE(3)
              MOVE 20 TO WS-PLC-PERCENT(3)
              MOVE 100 TO WS-PERCENT-TOTAL
           END-IF.
       END-LOAD-PRIZE-PLACES.


       OPEN-SETTLEMENT-SECTION.
           MOVE "POTSETTL" TO WS-DIST-REPORT
           PERFORM COUNT-REPORT-LINES
           MOVE WS-DIST-LINES TO WS-DIST-BEFORE
           OPEN EXTEND SETTLEMENT-REPORT
           IF WS-SETTLE-STATUS = "05" OR WS-SETTLE-STATUS = "35"
              CLOSE SETTLEMENT-REPORT
              OPEN OUTPUT SETTLEMENT-REPORT
           END-IF
           MOVE ALL "-" TO SETTLEMENT-REPORT-REC
           WRITE SETTLEMENT-REPORT-REC
           MOVE SPACES TO SETTLEMENT-REPORT-REC
           STRING "NIGHT SETTLEMENT  " WS-SETTLE-GAME " POT  VENUE "
              WS-VENUE "  NIGHT " WS-NIGHT-DATE
              DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
           WRITE SETTLEMENT-REPORT-REC
           MOVE WS-COLLECTED TO WS-ED-MONEY
           MOVE SPACES TO SETTLEMENT-REPORT-REC
           STRING "  ENTRIES " WS-ENT-COUNT "   COLLECTED       "
              WS-ED-MONEY
              DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
           WRITE SETTLEMENT-REPORT-REC
           MOVE WS-BROUGHT-FORWARD TO WS-ED-MONEY
           MOVE SPACES TO SETTLEMENT-REPORT-REC
           STRING "  BROUGHT FORWARD              " WS-ED-MONEY
              DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
           WRITE SETTLEMENT-REPORT-REC
           MOVE WS-POT TO WS-ED-MONEY
           MOVE SPACES TO SETTLEMENT-REPORT-REC
           STRING "  POT                          " WS-ED-MONEY
              DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
           WRITE SETTLEMENT-REPORT-REC.
       END-OPEN-SETTLEMENT-SECTION.


       CLOSE-SETTLEMENT-SECTION.
           MOVE WS-PAID-OUT TO WS-ED-MONEY
           MOVE SPACES TO SETTLEMENT-REPORT-REC
           STRING "  PAID OUT                     " WS-ED-MONEY
              DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
           WRITE SETTLEMENT-REPORT-REC
           MOVE WS-CARRIED TO WS-ED-MONEY
           MOVE SPACES TO SETTLEMENT-REPORT-REC
           STRING "  CARRIED FORWARD              " WS-ED-MONEY
              DELIMITED BY SIZE INTO SETTLEMENT-REPORT-REC
           WRITE SETTLEMENT-REPORT-REC
           CLOSE SETTLEMENT-REPORT
           MOVE "POTSETTL" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           MOVE WS-COLLECTED TO WS-ED-MONEY
           DISPLAY WS-SETTLE-GAME " POT " WS-VENUE " " WS-NIGHT-DATE
              " COLLECTED " WS-ED-MONEY
           MOVE WS-PAID-OUT TO WS-ED-MONEY
           DISPLAY "  PAID OUT " WS-ED-MONEY
           MOVE WS-CARRIED TO WS-ED-MONEY
           DISPLAY "  CARRIED FORWARD " WS-ED-MONEY.
       END-CLOSE-SETTLEMENT-SECTION.


       LIST-NIGHT-ENTRIES.
           DISPLAY "ENTRIES " WS-VENUE " " WS-NIGHT-DATE
           MOVE 0 TO WS-COLLECTED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENTRY-LEDGER
           IF WS-ENTRY-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ENTRY-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF ENT-VENUE = WS-VENUE AND
                          ENT-DATE = WS-NIGHT-DATE THEN
                          ADD 1 TO WS-LIST-COUNT
                          ADD ENT-FEE TO WS-COLLECTED
                          MOVE ENT-FEE TO WS-ED-FEE
                          DISPLAY ENT-GAME " " ENT-PLAYER " "
                             WS-ED-FEE " BY " ENT-OPERATOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTRY-LEDGER
           END-IF
           MOVE WS-COLLECTED TO WS-ED-MONEY
           DISPLAY WS-LIST-COUNT " ENTRIES, COLLECTED " WS-ED-MONEY
           PERFORM VARYING WS-CRY-IDX FROM 1 BY 1 UNTIL
              WS-CRY-IDX > WS-CARRY-COUNT
              IF WS-CRY-VENUE(WS-CRY-IDX) = WS-VENUE THEN
                 MOVE WS-CRY-AMOUNT(WS-CRY-IDX) TO WS-ED-MONEY
                 DISPLAY WS-CRY-GAME(WS-CRY-IDX) " POT CARRYING "
                    WS-ED-MONEY " FROM " WS-CRY-DATE(WS-CRY-IDX)
              END-IF
           END-PERFORM.
       END-LIST-NIGHT-ENTRIES.


       FIND-CARRY-ROW.
           MOVE 0 TO WS-CRY-FOUND
           PERFORM VARYING WS-CRY-IDX FROM 1 BY 1 UNTIL
              WS-CRY-IDX > WS-CARRY-COUNT
              IF WS-CRY-VENUE(WS-CRY-IDX) = WS-VENUE AND
                 WS-CRY-GAME(WS-CRY-IDX) = WS-SETTLE-GAME THEN
                 MOVE WS-CRY-IDX TO WS-CRY-FOUND
              END-IF
           END-PERFORM.
       END-FIND-CARRY-ROW.


       LOAD-TEAM-TABLE.
           MOVE 0 TO WS-TEAM-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TEAM-MASTER
           IF WS-TEAM-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TEAM-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-TEAM-COUNT < 100 THEN
                          ADD 1 TO WS-TEAM-COUNT
                          MOVE TM-NAME TO WS-TEAM-NAME(WS-TEAM-COUNT)
                          PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                             UNTIL WS-MBR-IDX > 4
                             MOVE TM-MEMBER(WS-MBR-IDX) TO
                                WS-TEAM-MEMBER(WS-TEAM-COUNT,
                                WS-MBR-IDX)
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEAM-MASTER
           END-IF.
       END-LOAD-TEAM-TABLE.


       LOAD-POT-CARRY.
           MOVE 0 TO WS-CARRY-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT POT-CARRY
           IF WS-CARRY-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ POT-CARRY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-CARRY-COUNT < 100 THEN
                          ADD 1 TO WS-CARRY-COUNT
                          MOVE POT-CARRY-REC TO
                             WS-CARRY-ENTRY(WS-CARRY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POT-CARRY
           END-IF.
       END-LOAD-POT-CARRY.


       SAVE-POT-CARRY.
           OPEN OUTPUT POT-CARRY
           PERFORM VARYING WS-CRY-IDX FROM 1 BY 1 UNTIL
              WS-CRY-IDX > WS-CARRY-COUNT
              MOVE WS-CARRY-ENTRY(WS-CRY-IDX) TO POT-CARRY-REC
              WRITE POT-CARRY-REC
           END-PERFORM
           CLOSE POT-CARRY.
       END-SAVE-POT-CARRY.


       CHECK-OPERATOR-SIGNON.
      * The named operator has to be on the master, active, and
      * hold the needed function letter; a suspended or locked-out
      * operator is turned away. No master on file means the check
      * isn't set up yet and the action runs as it always did.
           MOVE "Y" TO WS-SIGNON-OK
           MOVE "N" TO WS-OPMAST-EOF
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPMAST-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE "N" TO WS-SIGNON-OK
              PERFORM UNTIL WS-OPMAST-EOF = "Y"
                 READ OPERATOR-MASTER
                    AT END
                       MOVE "Y" TO WS-OPMAST-EOF
                    NOT AT END
                       IF OP-ID = WS-OPERATOR AND
                          (OP-STATE = "A" OR OP-STATE = SPACE) THEN
                          MOVE 0 TO WS-FUNC-TALLY
                          INSPECT OP-FUNCS TALLYING WS-FUNC-TALLY
                             FOR ALL WS-NEEDED-FUNC
                          IF WS-FUNC-TALLY > 0 THEN
                             MOVE "Y" TO WS-SIGNON-OK
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER
           END-IF.
       END-CHECK-OPERATOR-SIGNON.


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
              MOVE "LEAGUE-POT" TO DRG-PROGRAM
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
           STRING "LEAGUE-POT - " WS-POT-ACTION " " WS-VENUE " "
              WS-NIGHT-DATE
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LEAGUE-POT - REJECTED " WS-POT-ACTION
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
           MOVE "LEAGUE-POT - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "LEAGUE-POT - RUN END" TO WS-LOG-TEXT
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
