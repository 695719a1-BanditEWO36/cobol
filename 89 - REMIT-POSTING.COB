       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIT-POSTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The payer's remittance: an HDR naming the payer, their
      * remittance number and its date, one line per payment,
      * adjustment or denial against a billing extract line, and a
      * TRL with the line count and the money. A file that can't
      * prove itself whole posts nothing.
           SELECT REMITTANCE-FILE ASSIGN TO "REMITIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REMIT-STATUS.
      * The receivables ledger BILLING-EXTRACT opens an entry on for
      * every line it bills.
           SELECT RECEIVABLES-LEDGER ASSIGN TO "ARLEDGER"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
      * Every line posted, with the remittance it came on; it is
      * also how a remittance delivered twice is recognised and
      * turned away before it pays anything a second time.
           SELECT POSTING-JOURNAL ASSIGN TO "ARPOSTNG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
      * The closed-period register MONTH-END-CLOSE keeps; nothing
      * posts into a month that has been closed.
           SELECT CLOSED-PERIODS ASSIGN TO "CLOSEDPD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSED-STATUS.
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
       FD  REMITTANCE-FILE.
       01 REMITTANCE-FILE-REC.
           05 RMT-LINE-ID     PIC X(14).
           05 RMT-PATIENT     PIC X(10).
      * P payment, A contractual adjustment, D denial.
           05 RMT-TYPE        PIC X.
           05 RMT-AMOUNT      PIC 9(7)V99.
           05 RMT-REASON-CODE PIC X(5).
           05 RMT-REASON      PIC X(30).
       01 REMITTANCE-HEADER-REC.
           05 RMH-TAG     PIC X(3).
           05 RMH-PAYER   PIC X(10).
           05 RMH-NUMBER  PIC X(10).
           05 RMH-DATE    PIC X(8).
       01 REMITTANCE-TRAILER-REC.
           05 RMX-TAG     PIC X(3).
           05 RMX-COUNT   PIC X(6).
           05 RMX-AMOUNT  PIC X(11).
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
       FD  POSTING-JOURNAL.
       01 POSTING-JOURNAL-REC.
           05 ARJ-POSTED      PIC X(8).
           05 ARJ-PAYER       PIC X(10).
           05 ARJ-REMIT       PIC X(10).
           05 ARJ-REMIT-DATE  PIC X(8).
           05 ARJ-LINE-ID     PIC X(14).
           05 ARJ-PATIENT     PIC X(10).
           05 ARJ-TYPE        PIC X.
           05 ARJ-AMOUNT      PIC 9(7)V99.
           05 ARJ-REASON-CODE PIC X(5).
           05 ARJ-BALANCE     PIC 9(7)V99.
       FD  CLOSED-PERIODS.
       01 CLOSED-PERIODS-REC.
           05 CLP-PERIOD PIC X(6).
           05 CLP-CLOSED-ON PIC X(8).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-REMIT-STATUS   PIC XX.
       01 WS-LEDGER-STATUS  PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-CLOSED-STATUS  PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The remittance's header and trailer, and the lines buffered
      * until the framing proves the file whole.
       01 WS-PAYER       PIC X(10) VALUE SPACES.
       01 WS-REMIT-NO    PIC X(10) VALUE SPACES.
       01 WS-REMIT-DATE  PIC X(8) VALUE SPACES.
       01 WS-SAW-HDR     PIC X.
       01 WS-SAW-TRL     PIC X.
       01 WS-TRL-COUNT   PIC X(6).
       01 WS-TRL-AMOUNT  PIC X(11).
       01 WS-TRL-MONEY REDEFINES WS-TRL-AMOUNT PIC 9(9)V99.
       01 WS-DETAIL-COUNT  PIC 9(6).
       01 WS-DETAIL-AMOUNT PIC 9(9)V99.
       01 WS-RMT-COUNT PIC 9(4) VALUE 0.
       01 WS-REMIT-TABLE.
           05 WS-RMT-ENTRY OCCURS 2000 TIMES.
              10 WS-RMT-LINE-ID     PIC X(14).
              10 WS-RMT-PATIENT     PIC X(10).
              10 WS-RMT-TYPE        PIC X.
              10 WS-RMT-AMOUNT      PIC X(9).
              10 WS-RMT-MONEY REDEFINES WS-RMT-AMOUNT PIC 9(7)V99.
              10 WS-RMT-REASON-CODE PIC X(5).
              10 WS-RMT-REASON      PIC X(30).
       01 WS-RMT-IDX PIC 9(4) VALUE 0.
       01 WS-AMOUNT  PIC 9(7)V99.
      * The ledger held in storage while the remittance posts, then
      * written back in full.
       01 WS-LDG-COUNT PIC 9(4) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LDG-ENTRY OCCURS 5000 TIMES.
              10 WS-LDG-LINE-ID       PIC X(14).
              10 WS-LDG-PATIENT       PIC X(10).
              10 WS-LDG-ORDER         PIC X(8).
              10 WS-LDG-PANEL         PIC X(12).
              10 WS-LDG-BAND          PIC X(10).
              10 WS-LDG-BILL-DATE     PIC X(8).
              10 WS-LDG-BILLED        PIC 9(7)V99.
              10 WS-LDG-PAID          PIC 9(7)V99.
              10 WS-LDG-ADJUSTED      PIC 9(7)V99.
              10 WS-LDG-DENIED        PIC 9(7)V99.
              10 WS-LDG-STATUS        PIC X.
              10 WS-LDG-DENIAL-CODE   PIC X(5).
              10 WS-LDG-DENIAL-REASON PIC X(30).
              10 WS-LDG-LAST-POSTED   PIC X(8).
       01 WS-LDG-IDX   PIC 9(4).
       01 WS-LDG-FOUND PIC 9(4).
      * What is still owed on a line: billed, less paid, less
      * adjusted. A denial doesn't reduce it -- the money is still
      * owed, by appeal or by the patient -- it marks the line so
      * the aging calls it out with the payer's reason.
       01 WS-BALANCE PIC S9(7)V99.
       01 WS-PERIOD-CLOSED PIC X.
       01 WS-ALREADY-POSTED PIC X.
      * Run tallies.
       01 WS-POSTED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-PAID-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-DENIED-COUNT PIC 9(4) VALUE 0.
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
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).

       PROCEDURE DIVISION.
       REMIT-POSTING.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-REMITTANCE-FILE
           IF WS-REASON = SPACES AND WS-SAW-HDR = "Y" THEN
              PERFORM CHECK-ALREADY-POSTED
           END-IF
           IF WS-REASON = SPACES AND WS-SAW-HDR = "Y" THEN
              PERFORM CHECK-PERIOD-CLOSED
           END-IF
           IF WS-REASON NOT = SPACES THEN
      * The file stays on disk as delivered, to post once whatever
      * stopped it is put right.
              DISPLAY "REMITTANCE REFUSED WHOLE - " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-SAW-HDR = "Y" THEN
                 DISPLAY "REMITTANCE " WS-REMIT-NO " FROM " WS-PAYER
                    " DATED " WS-REMIT-DATE
                 PERFORM LOAD-LEDGER
                 OPEN EXTEND POSTING-JOURNAL
                 IF WS-JOURNAL-STATUS = "05" OR
                    WS-JOURNAL-STATUS = "35"
                    CLOSE POSTING-JOURNAL
                    OPEN OUTPUT POSTING-JOURNAL
                 END-IF
                 PERFORM VARYING WS-RMT-IDX FROM 1 BY 1 UNTIL
                    WS-RMT-IDX > WS-RMT-COUNT
                    PERFORM POST-ONE-LINE
                 END-PERFORM
                 CLOSE POSTING-JOURNAL
                 PERFORM SAVE-LEDGER
      * Posted is done with; the payer's next remittance arrives
      * into an empty file.
                 OPEN OUTPUT REMITTANCE-FILE
                 CLOSE REMITTANCE-FILE
              END-IF
           END-IF
           DISPLAY WS-POSTED-COUNT " LINE(S) POSTED, "
              WS-REJECT-COUNT " REJECTED, PAID " WS-PAID-TOTAL
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-REMIT-POSTING.


       READ-REMITTANCE-FILE.
      * The whole remittance in and its framing proved before a
      * single line touches the ledger. No remittance on disk is a
      * quiet night; one without a header can't say which payer's
      * remittance it is, and is refused.
           MOVE 0 TO WS-RMT-COUNT
           MOVE 0 TO WS-DETAIL-AMOUNT
           MOVE "N" TO WS-SAW-HDR
           MOVE "N" TO WS-SAW-TRL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REMITTANCE-FILE
           IF WS-REMIT-STATUS NOT = "00" THEN
              DISPLAY "NO REMITTANCE ON FILE - NOTHING TO POST"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ REMITTANCE-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       EVALUATE TRUE
                          WHEN REMITTANCE-FILE-REC = SPACES
                             CONTINUE
                          WHEN RMH-TAG = "HDR"
                             MOVE "Y" TO WS-SAW-HDR
                             MOVE RMH-PAYER TO WS-PAYER
                             MOVE RMH-NUMBER TO WS-REMIT-NO
                             MOVE RMH-DATE TO WS-REMIT-DATE
                          WHEN RMX-TAG = "TRL"
                             MOVE "Y" TO WS-SAW-TRL
                             MOVE RMX-COUNT TO WS-TRL-COUNT
                             MOVE RMX-AMOUNT TO WS-TRL-AMOUNT
                          WHEN WS-RMT-COUNT >= 2000
                             MOVE "REMITTANCE OVER 2000 LINES" TO
                                WS-REASON
                          WHEN OTHER
                             PERFORM BUFFER-REMITTANCE-LINE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE REMITTANCE-FILE
              PERFORM CHECK-REMITTANCE-FRAMING
           END-IF.
       END-READ-REMITTANCE-FILE.


       BUFFER-REMITTANCE-LINE.
           ADD 1 TO WS-RMT-COUNT
           MOVE RMT-LINE-ID TO WS-RMT-LINE-ID(WS-RMT-COUNT)
           MOVE RMT-PATIENT TO WS-RMT-PATIENT(WS-RMT-COUNT)
           MOVE RMT-TYPE TO WS-RMT-TYPE(WS-RMT-COUNT)
           MOVE REMITTANCE-FILE-REC(26:9) TO
              WS-RMT-AMOUNT(WS-RMT-COUNT)
           MOVE RMT-REASON-CODE TO WS-RMT-REASON-CODE(WS-RMT-COUNT)
           MOVE RMT-REASON TO WS-RMT-REASON(WS-RMT-COUNT)
           IF RMT-AMOUNT IS NUMERIC THEN
              ADD RMT-AMOUNT TO WS-DETAIL-AMOUNT
           END-IF.
       END-BUFFER-REMITTANCE-LINE.


       CHECK-REMITTANCE-FRAMING.
      * Header, trailer, and a trailer whose count and money both
      * agree with the lines read.
           EVALUATE TRUE
              WHEN WS-REASON NOT = SPACES
                 CONTINUE
              WHEN WS-SAW-HDR = "N"
                 MOVE "NO HDR - PAYER AND NUMBER UNKNOWN" TO WS-REASON
              WHEN WS-REMIT-NO = SPACES
                 MOVE "HDR CARRIES NO REMITTANCE NUMBER" TO WS-REASON
              WHEN WS-SAW-TRL = "N"
                 MOVE "HDR WITH NO TRL - FILE CUT SHORT" TO WS-REASON
              WHEN WS-TRL-COUNT IS NOT NUMERIC OR
                 WS-TRL-AMOUNT IS NOT NUMERIC
                 MOVE "TRL COUNT OR AMOUNT NOT NUMERIC" TO WS-REASON
              WHEN OTHER
                 MOVE WS-RMT-COUNT TO WS-DETAIL-COUNT
                 IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT THEN
                    MOVE "TRL COUNT DISAGREES WITH LINES" TO WS-REASON
                 ELSE
                    IF WS-TRL-MONEY NOT = WS-DETAIL-AMOUNT THEN
                       MOVE "TRL AMOUNT DISAGREES WITH LINES" TO
                          WS-REASON
                    END-IF
                 END-IF
           END-EVALUATE.
       END-CHECK-REMITTANCE-FRAMING.


       CHECK-ALREADY-POSTED.
      * The same payer's remittance number already on the journal
      * means this file has been posted before.
           MOVE "N" TO WS-ALREADY-POSTED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT POSTING-JOURNAL
           IF WS-JOURNAL-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ POSTING-JOURNAL
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF ARJ-PAYER = WS-PAYER AND
                          ARJ-REMIT = WS-REMIT-NO THEN
                          MOVE "Y" TO WS-ALREADY-POSTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTING-JOURNAL
           END-IF
           IF WS-ALREADY-POSTED = "Y" THEN
              MOVE "REMITTANCE ALREADY POSTED" TO WS-REASON
           END-IF.
       END-CHECK-ALREADY-POSTED.


       CHECK-PERIOD-CLOSED.
      * Is tonight's month on the closed-period register? No
      * register on file just means no month has ever closed.
           MOVE "N" TO WS-PERIOD-CLOSED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CLOSED-PERIODS
           IF WS-CLOSED-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ CLOSED-PERIODS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF CLP-PERIOD = WS-BUSI-DATE(1:6) THEN
                          MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSED-PERIODS
           END-IF
           IF WS-PERIOD-CLOSED = "Y" THEN
              MOVE "PERIOD CLOSED - NOT POSTED" TO WS-REASON
           END-IF.
       END-CHECK-PERIOD-CLOSED.


       LOAD-LEDGER.
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
                             WS-LDG-ENTRY(WS-LDG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECEIVABLES-LEDGER
           END-IF.
       END-LOAD-LEDGER.


       SAVE-LEDGER.
           OPEN OUTPUT RECEIVABLES-LEDGER
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL WS-LDG-IDX >
              WS-LDG-COUNT
              MOVE WS-LDG-ENTRY(WS-LDG-IDX) TO RECEIVABLES-LEDGER-REC
              WRITE RECEIVABLES-LEDGER-REC
           END-PERFORM
           CLOSE RECEIVABLES-LEDGER.
       END-SAVE-LEDGER.


       POST-ONE-LINE.
      * A line posts only against the extract line it names, for
      * the patient that line billed, and never for more than the
      * line still owes; anything else is rejected on its own and
      * the rest of the remittance still posts.
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-LINE-FORM
           IF WS-REASON = SPACES THEN
              MOVE 0 TO WS-LDG-FOUND
              PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL
                 WS-LDG-IDX > WS-LDG-COUNT
                 IF WS-LDG-LINE-ID(WS-LDG-IDX) =
                    WS-RMT-LINE-ID(WS-RMT-IDX) THEN
                    MOVE WS-LDG-IDX TO WS-LDG-FOUND
                 END-IF
              END-PERFORM
              IF WS-LDG-FOUND = 0 THEN
                 MOVE "NO BILLED LINE WITH THIS ID" TO WS-REASON
              ELSE
                 IF WS-LDG-PATIENT(WS-LDG-FOUND) NOT =
                    WS-RMT-PATIENT(WS-RMT-IDX) THEN
                    MOVE "PATIENT DISAGREES WITH BILLED LINE" TO
                       WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              COMPUTE WS-BALANCE = WS-LDG-BILLED(WS-LDG-FOUND) -
                 WS-LDG-PAID(WS-LDG-FOUND) -
                 WS-LDG-ADJUSTED(WS-LDG-FOUND)
              IF WS-AMOUNT > WS-BALANCE THEN
                 MOVE "AMOUNT EXCEEDS BALANCE OWED" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY "LINE " WS-RMT-LINE-ID(WS-RMT-IDX)
                 " REJECTED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM APPLY-TO-LEDGER
           END-IF.
       END-POST-ONE-LINE.


       CHECK-LINE-FORM.
           EVALUATE TRUE
              WHEN WS-RMT-LINE-ID(WS-RMT-IDX) = SPACES
                 MOVE "LINE CARRIES NO BILLED LINE ID" TO WS-REASON
              WHEN WS-RMT-TYPE(WS-RMT-IDX) NOT = "P" AND
                 WS-RMT-TYPE(WS-RMT-IDX) NOT = "A" AND
                 WS-RMT-TYPE(WS-RMT-IDX) NOT = "D"
                 MOVE "UNKNOWN REMITTANCE LINE TYPE" TO WS-REASON
              WHEN WS-RMT-AMOUNT(WS-RMT-IDX) IS NOT NUMERIC
                 MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
              WHEN WS-RMT-TYPE(WS-RMT-IDX) = "D" AND
                 WS-RMT-REASON-CODE(WS-RMT-IDX) = SPACES
                 MOVE "DENIAL WITH NO REASON CODE" TO WS-REASON
              WHEN OTHER
                 MOVE WS-RMT-MONEY(WS-RMT-IDX) TO WS-AMOUNT
           END-EVALUATE.
       END-CHECK-LINE-FORM.


       APPLY-TO-LEDGER.
      * The amount lands in its column, the line's status follows
      * what is left owing, and the journal keeps the posting.
           EVALUATE WS-RMT-TYPE(WS-RMT-IDX)
              WHEN "P"
                 ADD WS-AMOUNT TO WS-LDG-PAID(WS-LDG-FOUND)
                 ADD WS-AMOUNT TO WS-PAID-TOTAL
              WHEN "A"
                 ADD WS-AMOUNT TO WS-LDG-ADJUSTED(WS-LDG-FOUND)
              WHEN "D"
                 ADD WS-AMOUNT TO WS-LDG-DENIED(WS-LDG-FOUND)
                 MOVE WS-RMT-REASON-CODE(WS-RMT-IDX) TO
                    WS-LDG-DENIAL-CODE(WS-LDG-FOUND)
                 MOVE WS-RMT-REASON(WS-RMT-IDX) TO
                    WS-LDG-DENIAL-REASON(WS-LDG-FOUND)
                 ADD 1 TO WS-DENIED-COUNT
           END-EVALUATE
           MOVE WS-BUSI-DATE TO WS-LDG-LAST-POSTED(WS-LDG-FOUND)
           COMPUTE WS-BALANCE = WS-LDG-BILLED(WS-LDG-FOUND) -
              WS-LDG-PAID(WS-LDG-FOUND) -
              WS-LDG-ADJUSTED(WS-LDG-FOUND)
           EVALUATE TRUE
              WHEN WS-BALANCE = 0
                 MOVE "P" TO WS-LDG-STATUS(WS-LDG-FOUND)
              WHEN WS-LDG-DENIED(WS-LDG-FOUND) > 0
                 MOVE "D" TO WS-LDG-STATUS(WS-LDG-FOUND)
              WHEN OTHER
                 MOVE "O" TO WS-LDG-STATUS(WS-LDG-FOUND)
           END-EVALUATE
           MOVE WS-BUSI-DATE TO ARJ-POSTED
           MOVE WS-PAYER TO ARJ-PAYER
           MOVE WS-REMIT-NO TO ARJ-REMIT
           MOVE WS-REMIT-DATE TO ARJ-REMIT-DATE
           MOVE WS-RMT-LINE-ID(WS-RMT-IDX) TO ARJ-LINE-ID
           MOVE WS-RMT-PATIENT(WS-RMT-IDX) TO ARJ-PATIENT
           MOVE WS-RMT-TYPE(WS-RMT-IDX) TO ARJ-TYPE
           MOVE WS-AMOUNT TO ARJ-AMOUNT
           MOVE WS-RMT-REASON-CODE(WS-RMT-IDX) TO ARJ-REASON-CODE
           MOVE WS-BALANCE TO ARJ-BALANCE
           WRITE POSTING-JOURNAL-REC
           ADD 1 TO WS-POSTED-COUNT.
       END-APPLY-TO-LEDGER.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REMIT-POSTING - " WS-REMIT-NO " "
              WS-POSTED-COUNT " POSTED, " WS-REJECT-COUNT
              " REJECTED, " WS-DENIED-COUNT " DENIED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-RMT-IDX = 0 OR WS-RMT-IDX > WS-RMT-COUNT THEN
              STRING "REMIT-POSTING - REJECTED " WS-REMIT-NO " - "
                 WS-REASON
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
              STRING "REMIT-POSTING - REJECTED "
                 WS-RMT-LINE-ID(WS-RMT-IDX) " - " WS-REASON
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
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
           MOVE "REMIT-POSTING - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "REMIT-POSTING - RUN END" TO WS-LOG-TEXT
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
