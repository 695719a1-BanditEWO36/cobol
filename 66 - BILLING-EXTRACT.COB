              FILE STATUS IS WS-FEE-STATUS.
      * The extract itself, HDR/TRL framed so the practice system
      * can verify the count and the money before posting a cent.
      * Each line carries the order it bills and a line id (billing
      * date and line number) the payer echoes back on remittance.
           SELECT BILLING-FILE ASSIGN TO "BILLEXTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BILL-STATUS.
      * The receivables ledger: every billed line opens an entry
      * here that REMIT-POSTING posts payments, adjustments and
      * denials against, and AR-AGING ages at month end.
           SELECT RECEIVABLES-LEDGER ASSIGN TO "ARLEDGER"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 OM-PHYSICIAN PIC X(20).
           05 OM-PANEL     PIC X(12).
           05 OM-STATUS    PIC X.
           05 OM-PLACED    PIC X(8).
           05 OM-DUE       PIC X(8).
       FD  FEE-SCHEDULE.
       01 FEE-SCHEDULE-REC.
           05 FS-TYPE  PIC X.
           05 FS-KEY   PIC X(12).
           05 FS-PRICE PIC 9(5)V99.
       FD  BILLING-FILE.
       01 BILLING-FILE-REC PIC X(80).
       FD  RECEIVABLES-LEDGER.
       01 RECEIVABLES-LEDGER-REC.
           05 ARL-LINE-ID       PIC X(14).
           05 ARL-PATIENT       PIC X(10).
           05 ARL-ORDER         PIC X(8).
           05 ARL-PANEL         PIC X(12).
           05 ARL-BAND          PIC X(10).
           05 ARL-BILL-DATE     PIC X(8).
           05 ARL-BILLED        PIC 9(7)V99.
           05 ARL-PAID          PIC 9(7)V99.
           05 ARL-ADJUSTED      PIC 9(7)V99.
           05 ARL-DENIED        PIC 9(7)V99.
      * O open, D open with a denial against it, P settled.
           05 ARL-STATUS        PIC X.
           05 ARL-DENIAL-CODE   PIC X(5).
           05 ARL-DENIAL-REASON PIC X(30).
           05 ARL-LAST-POSTED   PIC X(8).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 WS-ORDERS-STATUS PIC XX.
       01 WS-FEE-STATUS PIC XX.
       01 WS-BILL-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * The fee schedule held in storage; with no file the built-in
       01 WS-IDX PIC 99.
      * One line's pricing scratch.
       01 WS-PANEL PIC X(12).
       01 WS-ORDER PIC X(8).
       01 WS-LINE-ID PIC X(14).
       01 WS-PANEL-PRICE PIC 9(5)V99.
       01 WS-BAND-PRICE  PIC 9(5)V99.
       01 WS-LINE-PRICE  PIC 9(7)V99.
       01 WS-LINE-COUNT  PIC 9(6) VALUE 0.
       01 WS-TOTAL-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-BILL-OPEN PIC X VALUE "N".
      * The ledger held in storage while tonight's lines open their
      * entries, then written back in full. A rerun of a night
      * replaces that night's entries, except any a remittance has
      * already posted against, which stand as they are.
       01 WS-LDG-COUNT PIC 9(4) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LDG-ENTRY OCCURS 5000 TIMES.
              10 WS-LDG-REC  PIC X(142).
              10 WS-LDG-KEEP PIC X.
       01 WS-LDG-IDX   PIC 9(4).
       01 WS-LDG-FOUND PIC 9(4).
       01 WS-LDG-KEPT  PIC 9(4) VALUE 0.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
           END-IF
           DISPLAY "BILLING EXTRACT FOR " WS-BILL-DATE
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-LEDGER
           PERFORM WALK-NIGHTS-RESULTS
           PERFORM SAVE-LEDGER
           IF WS-BILL-OPEN = "Y" THEN
              PERFORM WRITE-EXTRACT-TRAILER
              CLOSE BILLING-FILE
           IF WS-BILL-OPEN = "N" THEN
              PERFORM WRITE-EXTRACT-HEADER
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-LINE-ID
           STRING WS-BILL-DATE WS-LINE-COUNT
              DELIMITED BY SIZE INTO WS-LINE-ID
           MOVE SPACES TO BILLING-FILE-REC
           STRING ARS-PATIENT WS-PANEL ARS-LABEL WS-LINE-PRICE
              WS-ORDER WS-LINE-ID
              DELIMITED BY SIZE INTO BILLING-FILE-REC
           WRITE BILLING-FILE-REC
           ADD WS-LINE-PRICE TO WS-TOTAL-AMOUNT
           PERFORM OPEN-LEDGER-ENTRY
           DISPLAY "BILLED " ARS-PATIENT " " WS-PANEL " "
              ARS-LABEL " AT " WS-LINE-PRICE.
       END-BILL-ONE-PATIENT.

       LOOK-UP-PATIENT-PANEL.
           MOVE "STANDARD" TO WS-PANEL
           MOVE SPACES TO WS-ORDER
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ORDERS-MASTER
           IF WS-ORDERS-STATUS NOT = "00" THEN
                       IF OM-PATIENT = ARS-PATIENT AND
                          OM-PANEL NOT = SPACES THEN
                          MOVE OM-PANEL TO WS-PANEL
                          MOVE OM-ORDER TO WS-ORDER
                       END-IF
                 END-READ
              END-PERFORM
       END-LOOK-UP-PATIENT-PANEL.


       LOAD-LEDGER.
      * No ledger yet means nothing has ever been billed through
      * it. Entries from an earlier run of this same night that
      * nothing has posted against are dropped; tonight's lines
      * open them again.
           MOVE 0 TO WS-LDG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECEIVABLES-LEDGER
           IF WS-LEDGER-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RECEIVABLES-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-LDG-COUNT < 5000 THEN
                          ADD 1 TO WS-LDG-COUNT
                          MOVE RECEIVABLES-LEDGER-REC TO
                             WS-LDG-REC(WS-LDG-COUNT)
                          MOVE "Y" TO WS-LDG-KEEP(WS-LDG-COUNT)
                          IF ARL-BILL-DATE = WS-BILL-DATE AND
                             ARL-LAST-POSTED = SPACES THEN
                             MOVE "N" TO WS-LDG-KEEP(WS-LDG-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECEIVABLES-LEDGER
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.
       END-LOAD-LEDGER.


       OPEN-LEDGER-ENTRY.
      * A line a remittance has already posted against keeps its
      * entry untouched; anything else opens a fresh one.
           MOVE 0 TO WS-LDG-FOUND
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL WS-LDG-IDX >
              WS-LDG-COUNT
              IF WS-LDG-KEEP(WS-LDG-IDX) = "Y" AND
                 WS-LDG-REC(WS-LDG-IDX)(1:14) = WS-LINE-ID THEN
                 MOVE WS-LDG-IDX TO WS-LDG-FOUND
              END-IF
           END-PERFORM
           IF WS-LDG-FOUND > 0 THEN
              ADD 1 TO WS-LDG-KEPT
           ELSE
              IF WS-LDG-COUNT >= 5000 THEN
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "BILLING-EXTRACT - LEDGER FULL, NO ENTRY FOR "
                    WS-LINE-ID
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                 MOVE "W" TO WS-LOG-SEVERITY
                 PERFORM WRITE-OPERATIONS-LINE
              ELSE
                 MOVE SPACES TO RECEIVABLES-LEDGER-REC
                 MOVE WS-LINE-ID TO ARL-LINE-ID
                 MOVE ARS-PATIENT TO ARL-PATIENT
                 MOVE WS-ORDER TO ARL-ORDER
                 MOVE WS-PANEL TO ARL-PANEL
                 MOVE ARS-LABEL TO ARL-BAND
                 MOVE WS-BILL-DATE TO ARL-BILL-DATE
                 MOVE WS-LINE-PRICE TO ARL-BILLED
                 MOVE 0 TO ARL-PAID
                 MOVE 0 TO ARL-ADJUSTED
                 MOVE 0 TO ARL-DENIED
                 MOVE "O" TO ARL-STATUS
                 IF WS-LINE-PRICE = 0 THEN
                    MOVE "P" TO ARL-STATUS
                 END-IF
                 ADD 1 TO WS-LDG-COUNT
                 MOVE RECEIVABLES-LEDGER-REC TO
                    WS-LDG-REC(WS-LDG-COUNT)
                 MOVE "Y" TO WS-LDG-KEEP(WS-LDG-COUNT)
              END-IF
           END-IF.
       END-OPEN-LEDGER-ENTRY.


       SAVE-LEDGER.
           OPEN OUTPUT RECEIVABLES-LEDGER
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL WS-LDG-IDX >
              WS-LDG-COUNT
              IF WS-LDG-KEEP(WS-LDG-IDX) = "Y" THEN
                 MOVE WS-LDG-REC(WS-LDG-IDX) TO
                    RECEIVABLES-LEDGER-REC
                 WRITE RECEIVABLES-LEDGER-REC
              END-IF
           END-PERFORM
           CLOSE RECEIVABLES-LEDGER.
       END-SAVE-LEDGER.


       WRITE-EXTRACT-HEADER.
           OPEN OUTPUT BILLING-FILE
           MOVE "Y" TO WS-BILL-OPEN
