       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The receivables ledger BILLING-EXTRACT opens and
      * REMIT-POSTING posts against.
           SELECT RECEIVABLES-LEDGER ASSIGN TO "ARLEDGER"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
      * The month-end receivables aging: every line still owing,
      * patient by patient, aged from the night it was billed, with
      * the payer's denial reason under any line they denied, and
      * the denials summed by reason at the foot.
           SELECT AGING-REPORT ASSIGN TO "ARAGERPT"
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
       FD  AGING-REPORT.
       01 AGING-REPORT-REC PIC X(100).
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
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * The lines still owing, in storage so they can be put in
      * patient order for the report.
       01 WS-OWE-COUNT PIC 9(4) VALUE 0.
       01 WS-OWE-TABLE.
           05 WS-OWE-ENTRY OCCURS 5000 TIMES.
              10 WS-OWE-PATIENT       PIC X(10).
              10 WS-OWE-BILL-DATE     PIC X(8).
              10 WS-OWE-LINE-ID       PIC X(14).
              10 WS-OWE-ORDER         PIC X(8).
              10 WS-OWE-BILLED        PIC 9(7)V99.
              10 WS-OWE-PAID          PIC 9(7)V99.
              10 WS-OWE-ADJUSTED      PIC 9(7)V99.
              10 WS-OWE-DENIED        PIC 9(7)V99.
              10 WS-OWE-DENIAL-CODE   PIC X(5).
              10 WS-OWE-DENIAL-REASON PIC X(30).
       01 WS-OWE-HOLD PIC X(111).
       01 WS-OWE-IDX  PIC 9(4).
       01 WS-SORT-IDX PIC 9(4).
       01 WS-SORT-SWAPPED PIC X.
      * Aging against the business date, in calendar days from the
      * night the line was billed: CURRENT to 30, then 31-60, 61-90
      * and OVER 90.
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-DATE-NUMERIC  PIC 9(8).
       01 WS-AGE-DAYS      PIC 9(5).
       01 WS-BUCKET        PIC 9.
       01 WS-BUCKET-NAMES.
           05 FILLER PIC X(8) VALUE "CURRENT ".
           05 FILLER PIC X(8) VALUE "31-60   ".
           05 FILLER PIC X(8) VALUE "61-90   ".
           05 FILLER PIC X(8) VALUE "OVER 90 ".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME PIC X(8) OCCURS 4 TIMES.
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET-AMOUNT PIC 9(9)V99 OCCURS 4 TIMES.
           05 WS-BUCKET-LINES  PIC 9(5) OCCURS 4 TIMES.
       01 WS-BKT-IDX PIC 9.
      * The denials summed by the payer's reason code.
       01 WS-DNL-COUNT PIC 99 VALUE 0.
       01 WS-DENIAL-TABLE.
           05 WS-DNL-ENTRY OCCURS 50 TIMES.
              10 WS-DNL-CODE   PIC X(5).
              10 WS-DNL-REASON PIC X(30).
              10 WS-DNL-LINES  PIC 9(5).
              10 WS-DNL-AMOUNT PIC 9(9)V99.
       01 WS-DNL-IDX   PIC 99.
       01 WS-DNL-FOUND PIC 99.
      * One line's figures, and the printed forms of the money.
       01 WS-BALANCE      PIC 9(7)V99.
       01 WS-TOTAL-OWED   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DENIED PIC 9(9)V99 VALUE 0.
       01 WS-CUR-PATIENT  PIC X(10).
       01 WS-PATIENT-OWED PIC 9(9)V99.
       01 WS-PRINT-BILLED  PIC 9(7).99.
       01 WS-PRINT-PAID    PIC 9(7).99.
       01 WS-PRINT-BALANCE PIC 9(7).99.
       01 WS-PRINT-TOTAL   PIC 9(9).99.
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
       AR-AGING.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-AS-OF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           PERFORM LOAD-OWING-LINES
           PERFORM SORT-OWING-LINES
           PERFORM WRITE-AGING-REPORT
           DISPLAY WS-OWE-COUNT " LINE(S) OWING, TOTAL " WS-TOTAL-OWED
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-AR-AGING.


       LOAD-OWING-LINES.
      * Only lines with money still owed; settled lines are history.
           MOVE 0 TO WS-OWE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECEIVABLES-LEDGER
           IF WS-LEDGER-STATUS NOT = "00" THEN
              DISPLAY "NO RECEIVABLES LEDGER ON FILE - NOTHING TO AGE"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RECEIVABLES-LEDGER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF ARL-STATUS NOT = "P" AND
                          WS-OWE-COUNT < 5000 THEN
                          ADD 1 TO WS-OWE-COUNT
                          MOVE ARL-PATIENT TO
                             WS-OWE-PATIENT(WS-OWE-COUNT)
                          MOVE ARL-BILL-DATE TO
                             WS-OWE-BILL-DATE(WS-OWE-COUNT)
                          MOVE ARL-LINE-ID TO
                             WS-OWE-LINE-ID(WS-OWE-COUNT)
                          MOVE ARL-ORDER TO WS-OWE-ORDER(WS-OWE-COUNT)
                          MOVE ARL-BILLED TO
                             WS-OWE-BILLED(WS-OWE-COUNT)
                          MOVE ARL-PAID TO WS-OWE-PAID(WS-OWE-COUNT)
                          MOVE ARL-ADJUSTED TO
                             WS-OWE-ADJUSTED(WS-OWE-COUNT)
                          MOVE ARL-DENIED TO
                             WS-OWE-DENIED(WS-OWE-COUNT)
                          MOVE ARL-DENIAL-CODE TO
                             WS-OWE-DENIAL-CODE(WS-OWE-COUNT)
                          MOVE ARL-DENIAL-REASON TO
                             WS-OWE-DENIAL-REASON(WS-OWE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECEIVABLES-LEDGER
           END-IF.
       END-LOAD-OWING-LINES.


       SORT-OWING-LINES.
      * Patient, then billing date: a plain exchange sort, the
      * month's owing lines being a few hundred at most.
           MOVE "Y" TO WS-SORT-SWAPPED
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
              MOVE "N" TO WS-SORT-SWAPPED
              PERFORM VARYING WS-OWE-IDX FROM 1 BY 1 UNTIL
                 WS-OWE-IDX >= WS-OWE-COUNT
                 COMPUTE WS-SORT-IDX = WS-OWE-IDX + 1
                 IF WS-OWE-ENTRY(WS-OWE-IDX)(1:32) >
                    WS-OWE-ENTRY(WS-SORT-IDX)(1:32) THEN
                    MOVE WS-OWE-ENTRY(WS-OWE-IDX) TO WS-OWE-HOLD
                    MOVE WS-OWE-ENTRY(WS-SORT-IDX) TO
                       WS-OWE-ENTRY(WS-OWE-IDX)
                    MOVE WS-OWE-HOLD TO WS-OWE-ENTRY(WS-SORT-IDX)
                    MOVE "Y" TO WS-SORT-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-SORT-OWING-LINES.


       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO AGING-REPORT-REC
           STRING "RECEIVABLES AGING AS OF " WS-BUSI-DATE
              "   (AGE IN DAYS FROM BILLING)"
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE ALL "=" TO AGING-REPORT-REC(1:80)
           WRITE AGING-REPORT-REC
           INITIALIZE WS-BUCKET-TOTALS
           MOVE LOW-VALUES TO WS-CUR-PATIENT
           PERFORM VARYING WS-OWE-IDX FROM 1 BY 1 UNTIL WS-OWE-IDX >
              WS-OWE-COUNT
              IF WS-OWE-PATIENT(WS-OWE-IDX) NOT = WS-CUR-PATIENT THEN
                 IF WS-OWE-IDX > 1 THEN
                    PERFORM WRITE-PATIENT-TOTAL
                 END-IF
                 PERFORM WRITE-PATIENT-HEADING
              END-IF
              PERFORM WRITE-OWING-LINE
           END-PERFORM
           IF WS-OWE-COUNT > 0 THEN
              PERFORM WRITE-PATIENT-TOTAL
           ELSE
              MOVE "NOTHING OWING" TO AGING-REPORT-REC
              WRITE AGING-REPORT-REC
           END-IF
           MOVE ALL "=" TO AGING-REPORT-REC(1:80)
           WRITE AGING-REPORT-REC
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 4
              MOVE WS-BUCKET-AMOUNT(WS-BKT-IDX) TO WS-PRINT-TOTAL
              MOVE SPACES TO AGING-REPORT-REC
              STRING WS-BUCKET-NAME(WS-BKT-IDX) "  "
                 WS-BUCKET-LINES(WS-BKT-IDX) " LINE(S)  "
                 WS-PRINT-TOTAL
                 DELIMITED BY SIZE INTO AGING-REPORT-REC
              WRITE AGING-REPORT-REC
           END-PERFORM
           MOVE WS-TOTAL-OWED TO WS-PRINT-TOTAL
           MOVE SPACES TO AGING-REPORT-REC
           STRING "TOTAL OWED " WS-OWE-COUNT
              " LINE(S)  " WS-PRINT-TOTAL
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           PERFORM WRITE-DENIAL-SUMMARY
           CLOSE AGING-REPORT
           MOVE "ARAGERPT" TO WS-DIST-REPORT
           MOVE "BILLING" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-WRITE-AGING-REPORT.


       WRITE-PATIENT-HEADING.
           MOVE WS-OWE-PATIENT(WS-OWE-IDX) TO WS-CUR-PATIENT
           MOVE 0 TO WS-PATIENT-OWED
           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE SPACES TO AGING-REPORT-REC
           STRING "PATIENT: " WS-CUR-PATIENT
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE SPACES TO AGING-REPORT-REC
           MOVE "LINE" TO AGING-REPORT-REC(3:4)
           MOVE "ORDER" TO AGING-REPORT-REC(19:5)
           MOVE "BILLED" TO AGING-REPORT-REC(33:6)
           MOVE "PAID+ADJ" TO AGING-REPORT-REC(43:8)
           MOVE "OWED" TO AGING-REPORT-REC(59:4)
           MOVE "DAYS" TO AGING-REPORT-REC(65:4)
           MOVE "BUCKET" TO AGING-REPORT-REC(72:6)
           WRITE AGING-REPORT-REC.
       END-WRITE-PATIENT-HEADING.


       WRITE-OWING-LINE.
      * The line, its age and bucket, and under it the payer's
      * denial reason when they denied it.
           COMPUTE WS-BALANCE = WS-OWE-BILLED(WS-OWE-IDX) -
              WS-OWE-PAID(WS-OWE-IDX) - WS-OWE-ADJUSTED(WS-OWE-IDX)
           MOVE 0 TO WS-AGE-DAYS
           IF WS-OWE-BILL-DATE(WS-OWE-IDX) IS NUMERIC AND
              WS-OWE-BILL-DATE(WS-OWE-IDX) < WS-BUSI-DATE THEN
              MOVE WS-OWE-BILL-DATE(WS-OWE-IDX) TO WS-DATE-NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) = 0
                 THEN
                 COMPUTE WS-AGE-DAYS = WS-AS-OF-INTEGER -
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                 MOVE 1 TO WS-BUCKET
              WHEN WS-AGE-DAYS <= 60
                 MOVE 2 TO WS-BUCKET
              WHEN WS-AGE-DAYS <= 90
                 MOVE 3 TO WS-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD WS-BALANCE TO WS-BUCKET-AMOUNT(WS-BUCKET)
           ADD 1 TO WS-BUCKET-LINES(WS-BUCKET)
           ADD WS-BALANCE TO WS-TOTAL-OWED
           ADD WS-BALANCE TO WS-PATIENT-OWED
           MOVE WS-OWE-BILLED(WS-OWE-IDX) TO WS-PRINT-BILLED
           COMPUTE WS-PRINT-PAID = WS-OWE-PAID(WS-OWE-IDX) +
              WS-OWE-ADJUSTED(WS-OWE-IDX)
           MOVE WS-BALANCE TO WS-PRINT-BALANCE
           MOVE SPACES TO AGING-REPORT-REC
           STRING "  " WS-OWE-LINE-ID(WS-OWE-IDX) "  "
              WS-OWE-ORDER(WS-OWE-IDX) "  " WS-PRINT-BILLED "  "
              WS-PRINT-PAID "  " WS-PRINT-BALANCE "  " WS-AGE-DAYS
              "  " WS-BUCKET-NAME(WS-BUCKET)
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           IF WS-OWE-DENIED(WS-OWE-IDX) > 0 THEN
              MOVE WS-OWE-DENIED(WS-OWE-IDX) TO WS-PRINT-BILLED
              MOVE SPACES TO AGING-REPORT-REC
              STRING "      DENIED " WS-PRINT-BILLED "  "
                 WS-OWE-DENIAL-CODE(WS-OWE-IDX) " "
                 WS-OWE-DENIAL-REASON(WS-OWE-IDX)
                 DELIMITED BY SIZE INTO AGING-REPORT-REC
              WRITE AGING-REPORT-REC
              PERFORM TALLY-DENIAL
           END-IF.
       END-WRITE-OWING-LINE.


       WRITE-PATIENT-TOTAL.
           MOVE WS-PATIENT-OWED TO WS-PRINT-TOTAL
           MOVE SPACES TO AGING-REPORT-REC
           STRING "  OWED BY " WS-CUR-PATIENT "  " WS-PRINT-TOTAL
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC.
       END-WRITE-PATIENT-TOTAL.


       TALLY-DENIAL.
           ADD WS-OWE-DENIED(WS-OWE-IDX) TO WS-TOTAL-DENIED
           MOVE 0 TO WS-DNL-FOUND
           PERFORM VARYING WS-DNL-IDX FROM 1 BY 1 UNTIL WS-DNL-IDX >
              WS-DNL-COUNT
              IF WS-DNL-CODE(WS-DNL-IDX) =
                 WS-OWE-DENIAL-CODE(WS-OWE-IDX) THEN
                 MOVE WS-DNL-IDX TO WS-DNL-FOUND
              END-IF
           END-PERFORM
           IF WS-DNL-FOUND = 0 AND WS-DNL-COUNT < 50 THEN
              ADD 1 TO WS-DNL-COUNT
              MOVE WS-DNL-COUNT TO WS-DNL-FOUND
              MOVE WS-OWE-DENIAL-CODE(WS-OWE-IDX) TO
                 WS-DNL-CODE(WS-DNL-FOUND)
              MOVE WS-OWE-DENIAL-REASON(WS-OWE-IDX) TO
                 WS-DNL-REASON(WS-DNL-FOUND)
              MOVE 0 TO WS-DNL-LINES(WS-DNL-FOUND)
              MOVE 0 TO WS-DNL-AMOUNT(WS-DNL-FOUND)
           END-IF
           IF WS-DNL-FOUND > 0 THEN
              ADD 1 TO WS-DNL-LINES(WS-DNL-FOUND)
              ADD WS-OWE-DENIED(WS-OWE-IDX) TO
                 WS-DNL-AMOUNT(WS-DNL-FOUND)
           END-IF.
       END-TALLY-DENIAL.


       WRITE-DENIAL-SUMMARY.
           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE "DENIALS STILL OWING, BY REASON" TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           IF WS-DNL-COUNT = 0 THEN
              MOVE "  (NONE)" TO AGING-REPORT-REC
              WRITE AGING-REPORT-REC
           END-IF
           PERFORM VARYING WS-DNL-IDX FROM 1 BY 1 UNTIL WS-DNL-IDX >
              WS-DNL-COUNT
              MOVE WS-DNL-AMOUNT(WS-DNL-IDX) TO WS-PRINT-TOTAL
              MOVE SPACES TO AGING-REPORT-REC
              STRING "  " WS-DNL-CODE(WS-DNL-IDX) " "
                 WS-DNL-REASON(WS-DNL-IDX) "  "
                 WS-DNL-LINES(WS-DNL-IDX) " LINE(S)  " WS-PRINT-TOTAL
                 DELIMITED BY SIZE INTO AGING-REPORT-REC
              WRITE AGING-REPORT-REC
           END-PERFORM
           MOVE WS-TOTAL-DENIED TO WS-PRINT-TOTAL
           MOVE SPACES TO AGING-REPORT-REC
           MOVE "  TOTAL DENIED" TO AGING-REPORT-REC(1:14)
           MOVE WS-PRINT-TOTAL TO AGING-REPORT-REC(56:12)
           WRITE AGING-REPORT-REC.
       END-WRITE-DENIAL-SUMMARY.


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
              MOVE "AR-AGING" TO DRG-PROGRAM
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
           MOVE WS-TOTAL-OWED TO WS-PRINT-TOTAL
           MOVE SPACES TO WS-LOG-TEXT
           STRING "AR-AGING - " WS-OWE-COUNT " LINE(S) OWING, "
              WS-PRINT-TOTAL " AS OF " WS-BUSI-DATE
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
           MOVE "AR-AGING - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "AR-AGING - RUN END" TO WS-LOG-TEXT
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
