       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The physician orders master the screening run is gated by;
      * every order still "O" is a screen somebody is owed.
           SELECT ORDERS-MASTER ASSIGN TO "ORDRSMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDERS-STATUS.
      * The processing calendar BUSINESS-DATE advances over; its
      * "C" nights are the ones the shop is closed, and an order
      * doesn't age on a night nobody could have screened it.
           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      * Physician names for the section headings.
           SELECT PHYSICIAN-MASTER ASSIGN TO "PHYSMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PHYS-STATUS.
      * Patient names, so the clinic can ring the patient straight
      * off the report.
           SELECT PATIENT-DEMOGRAPHICS ASSIGN TO "PATDEMOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMOG-STATUS.
      * The clinic managers' chase list: every open order aged in
      * business days, grouped by physician and panel, with the
      * bucket counts under each.
           SELECT AGING-REPORT ASSIGN TO "ORDAGRPT"
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
       FD  ORDERS-MASTER.
       01 ORDERS-MASTER-REC.
           05 OM-ORDER     PIC X(8).
           05 OM-PATIENT   PIC X(10).
           05 OM-PHYSICIAN PIC X(20).
           05 OM-PANEL     PIC X(12).
           05 OM-STATUS    PIC X.
           05 OM-PLACED    PIC X(8).
           05 OM-DUE       PIC X(8).
       FD  PROCESSING-CALENDAR.
       01 PROCESSING-CALENDAR-REC.
           05 PCL-TYPE PIC X.
           05 PCL-DATE PIC X(8).
       FD  PHYSICIAN-MASTER.
       01 PHYSICIAN-MASTER-REC.
           05 PHY-ID       PIC X(8).
           05 PHY-NAME     PIC X(30).
           05 PHY-CLINIC   PIC X(20).
           05 PHY-DELIVERY PIC X(6).
           05 PHY-STATUS   PIC X.
       FD  PATIENT-DEMOGRAPHICS.
       01 PATIENT-DEMOGRAPHICS-REC.
           05 PDM-ID     PIC X(10).
           05 PDM-NAME   PIC X(30).
           05 PDM-DOB    PIC X(8).
           05 PDM-STATUS PIC X.
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
       01 WS-ORDERS-STATUS PIC XX.
       01 WS-CAL-STATUS    PIC XX.
       01 WS-PHYS-STATUS   PIC XX.
       01 WS-DEMOG-STATUS  PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * The closed nights off the calendar.
       01 WS-CAL-COUNT PIC 999 VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-DATE OCCURS 100 TIMES PIC X(8).
       01 WS-CAL-IDX PIC 999.
       01 WS-DATE-CLOSED PIC X.
      * Names by id, off the two masters.
       01 WS-PHYS-COUNT PIC 999 VALUE 0.
       01 WS-PHYS-TABLE.
           05 WS-PHY-ENTRY OCCURS 200 TIMES.
              10 WS-PHY-ID   PIC X(8).
              10 WS-PHY-NAME PIC X(30).
       01 WS-PHY-IDX PIC 999.
       01 WS-PAT-COUNT PIC 999 VALUE 0.
       01 WS-PAT-TABLE.
           05 WS-PAT-ENTRY OCCURS 500 TIMES.
              10 WS-PAT-ID   PIC X(10).
              10 WS-PAT-NAME PIC X(30).
       01 WS-PAT-IDX PIC 999.
      * Every open order with its age, held in physician, panel,
      * oldest-first order for the control breaks. WS-OPN-KEY is
      * what the sort runs on; the age goes in as 999 less the age
      * so the oldest order sorts to the top of its panel.
       01 WS-OPEN-COUNT PIC 999 VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPN-ENTRY OCCURS 200 TIMES.
              10 WS-OPN-KEY.
                 15 WS-OPN-PHYSICIAN PIC X(20).
                 15 WS-OPN-PANEL     PIC X(12).
                 15 WS-OPN-AGE-DESC  PIC 999.
              10 WS-OPN-ORDER   PIC X(8).
              10 WS-OPN-PATIENT PIC X(10).
              10 WS-OPN-PLACED  PIC X(8).
              10 WS-OPN-DUE     PIC X(8).
              10 WS-OPN-AGE     PIC 999.
      * 1 for 0-7 business days, 2 for 8-14, 3 for 15-30, 4 for
      * over 30, 5 for an order carrying no placed date to age.
              10 WS-OPN-BUCKET  PIC 9.
       01 WS-OPN-HOLD PIC X(73).
       01 WS-OPN-IDX  PIC 999.
       01 WS-SORT-IDX PIC 999.
       01 WS-SORT-DONE PIC X.
      * Business-day counting scratch.
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-DAY-INTEGER   PIC 9(8).
       01 WS-DATE-NUMERIC  PIC 9(8).
       01 WS-DAY-DATE      PIC X(8).
       01 WS-AGE           PIC 999.
      * Bucket counts at the three levels the report totals at.
       01 WS-BUCKET-LABELS.
           05 FILLER PIC X(7) VALUE "0-7".
           05 FILLER PIC X(7) VALUE "8-14".
           05 FILLER PIC X(7) VALUE "15-30".
           05 FILLER PIC X(7) VALUE "30+".
           05 FILLER PIC X(7) VALUE "NO DATE".
       01 FILLER REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL OCCURS 5 TIMES PIC X(7).
       01 WS-PANEL-BUCKETS.
           05 WS-PANEL-COUNT OCCURS 5 TIMES PIC 999.
       01 WS-PHYS-BUCKETS.
           05 WS-PHYS-COUNT-B OCCURS 5 TIMES PIC 999.
       01 WS-GRAND-BUCKETS.
           05 WS-GRAND-COUNT OCCURS 5 TIMES PIC 999.
       01 WS-BKT-IDX PIC 9.
       01 WS-BUCKETS-TEXT PIC X(70).
       01 WS-OVERDUE-COUNT PIC 999 VALUE 0.
       01 WS-OVERDUE-FLAG  PIC X(7).
      * Control-break holds.
       01 WS-CUR-PHYSICIAN PIC X(20).
       01 WS-CUR-PANEL     PIC X(12).
       01 WS-NAME-TEXT     PIC X(30).
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
       ORDER-AGING.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-CLOSED-NIGHTS
           PERFORM LOAD-NAME-TABLES
           PERFORM LOAD-OPEN-ORDERS
           PERFORM SORT-OPEN-ORDERS
           PERFORM WRITE-AGING-REPORT
           DISPLAY WS-OPEN-COUNT " OPEN ORDER(S) AGED AS OF "
              WS-BUSI-DATE " - " WS-OVERDUE-COUNT " PAST DUE"
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-ORDER-AGING.


       LOAD-CLOSED-NIGHTS.
      * No calendar on file means no closed nights, the way
      * BUSINESS-DATE reads it.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PROCESSING-CALENDAR
           IF WS-CAL-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PROCESSING-CALENDAR
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PCL-TYPE = "C" AND WS-CAL-COUNT < 100 THEN
                          ADD 1 TO WS-CAL-COUNT
                          MOVE PCL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROCESSING-CALENDAR
           END-IF.
       END-LOAD-CLOSED-NIGHTS.


       LOAD-NAME-TABLES.
      * Either master missing just leaves its names off the report.
           MOVE 0 TO WS-PHYS-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PHYSICIAN-MASTER
           IF WS-PHYS-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PHYSICIAN-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PHYS-COUNT < 200 THEN
                          ADD 1 TO WS-PHYS-COUNT
                          MOVE PHY-ID TO WS-PHY-ID(WS-PHYS-COUNT)
                          MOVE PHY-NAME TO WS-PHY-NAME(WS-PHYS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PHYSICIAN-MASTER
           END-IF
           MOVE 0 TO WS-PAT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PATIENT-DEMOGRAPHICS
           IF WS-DEMOG-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PATIENT-DEMOGRAPHICS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PAT-COUNT < 500 THEN
                          ADD 1 TO WS-PAT-COUNT
                          MOVE PDM-ID TO WS-PAT-ID(WS-PAT-COUNT)
                          MOVE PDM-NAME TO WS-PAT-NAME(WS-PAT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATIENT-DEMOGRAPHICS
           END-IF.
       END-LOAD-NAME-TABLES.


       LOAD-OPEN-ORDERS.
      * Closed orders have had their screen and drop out here.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-AS-OF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           OPEN INPUT ORDERS-MASTER
           IF WS-ORDERS-STATUS NOT = "00" THEN
              DISPLAY "NO ORDERS MASTER ON FILE - NOTHING TO AGE"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ORDERS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF OM-STATUS = "O" AND WS-OPEN-COUNT < 200
                          THEN
                          ADD 1 TO WS-OPEN-COUNT
                          PERFORM AGE-ONE-ORDER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDERS-MASTER
           END-IF.
       END-LOAD-OPEN-ORDERS.


       AGE-ONE-ORDER.
      * The age is the count of open business nights after the
      * placed date up to and including tonight; a night the
      * calendar marks closed doesn't count against the patient.
      * Past its due-by date is flagged whatever the bucket.
           MOVE OM-PHYSICIAN TO WS-OPN-PHYSICIAN(WS-OPEN-COUNT)
           MOVE OM-PANEL TO WS-OPN-PANEL(WS-OPEN-COUNT)
           MOVE OM-ORDER TO WS-OPN-ORDER(WS-OPEN-COUNT)
           MOVE OM-PATIENT TO WS-OPN-PATIENT(WS-OPEN-COUNT)
           MOVE OM-PLACED TO WS-OPN-PLACED(WS-OPEN-COUNT)
           MOVE OM-DUE TO WS-OPN-DUE(WS-OPEN-COUNT)
           MOVE 0 TO WS-AGE
           IF OM-PLACED IS NOT NUMERIC THEN
              MOVE 5 TO WS-OPN-BUCKET(WS-OPEN-COUNT)
           ELSE
              MOVE OM-PLACED TO WS-DATE-NUMERIC
              COMPUTE WS-DAY-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 1
              PERFORM UNTIL WS-DAY-INTEGER > WS-AS-OF-INTEGER OR
                 WS-AGE = 999
                 COMPUTE WS-DATE-NUMERIC =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                 MOVE WS-DATE-NUMERIC TO WS-DAY-DATE
                 PERFORM CHECK-DATE-CLOSED
                 IF WS-DATE-CLOSED = "N" THEN
                    ADD 1 TO WS-AGE
                 END-IF
                 ADD 1 TO WS-DAY-INTEGER
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-AGE <= 7
                    MOVE 1 TO WS-OPN-BUCKET(WS-OPEN-COUNT)
                 WHEN WS-AGE <= 14
                    MOVE 2 TO WS-OPN-BUCKET(WS-OPEN-COUNT)
                 WHEN WS-AGE <= 30
                    MOVE 3 TO WS-OPN-BUCKET(WS-OPEN-COUNT)
                 WHEN OTHER
                    MOVE 4 TO WS-OPN-BUCKET(WS-OPEN-COUNT)
              END-EVALUATE
           END-IF
           MOVE WS-AGE TO WS-OPN-AGE(WS-OPEN-COUNT)
           COMPUTE WS-OPN-AGE-DESC(WS-OPEN-COUNT) = 999 - WS-AGE.
       END-AGE-ONE-ORDER.


       CHECK-DATE-CLOSED.
           MOVE "N" TO WS-DATE-CLOSED
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1 UNTIL WS-CAL-IDX >
              WS-CAL-COUNT
              IF WS-CAL-DATE(WS-CAL-IDX) = WS-DAY-DATE THEN
                 MOVE "Y" TO WS-DATE-CLOSED
              END-IF
           END-PERFORM.
       END-CHECK-DATE-CLOSED.


       SORT-OPEN-ORDERS.
      * Insertion sort on physician, panel, then oldest first.
           PERFORM VARYING WS-OPN-IDX FROM 2 BY 1 UNTIL WS-OPN-IDX >
              WS-OPEN-COUNT
              MOVE WS-OPN-ENTRY(WS-OPN-IDX) TO WS-OPN-HOLD
              MOVE WS-OPN-IDX TO WS-SORT-IDX
              MOVE "N" TO WS-SORT-DONE
              PERFORM UNTIL WS-SORT-DONE = "Y"
                 IF WS-SORT-IDX < 2 THEN
                    MOVE "Y" TO WS-SORT-DONE
                 ELSE
                    IF WS-OPN-KEY(WS-SORT-IDX - 1) > WS-OPN-HOLD(1:35)
                       THEN
                       MOVE WS-OPN-ENTRY(WS-SORT-IDX - 1) TO
                          WS-OPN-ENTRY(WS-SORT-IDX)
                       SUBTRACT 1 FROM WS-SORT-IDX
                    ELSE
                       MOVE "Y" TO WS-SORT-DONE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-OPN-HOLD TO WS-OPN-ENTRY(WS-SORT-IDX)
           END-PERFORM.
       END-SORT-OPEN-ORDERS.


       WRITE-AGING-REPORT.
      * A section per physician, a block per panel inside it, the
      * bucket counts under each block and each section, and the
      * shop's totals at the foot.
           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO AGING-REPORT-REC
           STRING "OPEN SCREENING ORDER AGING AS OF " WS-BUSI-DATE
              "   (AGE IN BUSINESS DAYS)"
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE ALL "=" TO AGING-REPORT-REC(1:80)
           WRITE AGING-REPORT-REC
           INITIALIZE WS-GRAND-BUCKETS
           MOVE LOW-VALUES TO WS-CUR-PHYSICIAN
           MOVE LOW-VALUES TO WS-CUR-PANEL
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1 UNTIL WS-OPN-IDX >
              WS-OPEN-COUNT
              IF WS-OPN-PHYSICIAN(WS-OPN-IDX) NOT = WS-CUR-PHYSICIAN
                 THEN
                 IF WS-OPN-IDX > 1 THEN
                    PERFORM WRITE-PANEL-TOTALS
                    PERFORM WRITE-PHYSICIAN-TOTALS
                 END-IF
                 PERFORM WRITE-PHYSICIAN-HEADING
              ELSE
                 IF WS-OPN-PANEL(WS-OPN-IDX) NOT = WS-CUR-PANEL THEN
                    PERFORM WRITE-PANEL-TOTALS
                    PERFORM WRITE-PANEL-HEADING
                 END-IF
              END-IF
              PERFORM WRITE-ORDER-LINE
           END-PERFORM
           IF WS-OPEN-COUNT > 0 THEN
              PERFORM WRITE-PANEL-TOTALS
              PERFORM WRITE-PHYSICIAN-TOTALS
           ELSE
              MOVE "NO OPEN ORDERS" TO AGING-REPORT-REC
              WRITE AGING-REPORT-REC
           END-IF
           MOVE ALL "=" TO AGING-REPORT-REC(1:80)
           WRITE AGING-REPORT-REC
           MOVE SPACES TO AGING-REPORT-REC
           STRING "OPEN ORDERS: " WS-OPEN-COUNT
              "   PAST DUE-BY DATE: " WS-OVERDUE-COUNT
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE WS-GRAND-BUCKETS TO WS-PANEL-BUCKETS
           PERFORM BUILD-BUCKETS-TEXT
           MOVE SPACES TO AGING-REPORT-REC
           STRING "ALL PHYSICIANS  " WS-BUCKETS-TEXT
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           CLOSE AGING-REPORT
           MOVE "ORDAGRPT" TO WS-DIST-REPORT
           MOVE "PHYSICIANS" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-WRITE-AGING-REPORT.


       WRITE-PHYSICIAN-HEADING.
           MOVE WS-OPN-PHYSICIAN(WS-OPN-IDX) TO WS-CUR-PHYSICIAN
           INITIALIZE WS-PHYS-BUCKETS
           MOVE SPACES TO WS-NAME-TEXT
           PERFORM VARYING WS-PHY-IDX FROM 1 BY 1 UNTIL WS-PHY-IDX >
              WS-PHYS-COUNT
              IF WS-PHY-ID(WS-PHY-IDX) = WS-CUR-PHYSICIAN THEN
                 MOVE WS-PHY-NAME(WS-PHY-IDX) TO WS-NAME-TEXT
              END-IF
           END-PERFORM
           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE SPACES TO AGING-REPORT-REC
           STRING "PHYSICIAN: " WS-CUR-PHYSICIAN " " WS-NAME-TEXT
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           PERFORM WRITE-PANEL-HEADING.
       END-WRITE-PHYSICIAN-HEADING.


       WRITE-PANEL-HEADING.
           MOVE WS-OPN-PANEL(WS-OPN-IDX) TO WS-CUR-PANEL
           INITIALIZE WS-PANEL-BUCKETS
           MOVE SPACES TO AGING-REPORT-REC
           STRING "  PANEL: " WS-CUR-PANEL
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE SPACES TO AGING-REPORT-REC
           MOVE "ORDER" TO AGING-REPORT-REC(5:5)
           MOVE "PATIENT" TO AGING-REPORT-REC(14:7)
           MOVE "NAME" TO AGING-REPORT-REC(25:4)
           MOVE "PLACED" TO AGING-REPORT-REC(51:6)
           MOVE "DUE BY" TO AGING-REPORT-REC(60:6)
           MOVE "AGE" TO AGING-REPORT-REC(70:3)
           MOVE "BUCKET" TO AGING-REPORT-REC(74:6)
           WRITE AGING-REPORT-REC.
       END-WRITE-PANEL-HEADING.


       WRITE-ORDER-LINE.
      * One order, counted into its panel and physician buckets.
           MOVE SPACES TO WS-NAME-TEXT
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1 UNTIL WS-PAT-IDX >
              WS-PAT-COUNT
              IF WS-PAT-ID(WS-PAT-IDX) = WS-OPN-PATIENT(WS-OPN-IDX)
                 THEN
                 MOVE WS-PAT-NAME(WS-PAT-IDX) TO WS-NAME-TEXT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-OVERDUE-FLAG
           IF WS-OPN-DUE(WS-OPN-IDX) IS NUMERIC AND
              WS-OPN-DUE(WS-OPN-IDX) < WS-BUSI-DATE THEN
              MOVE "OVERDUE" TO WS-OVERDUE-FLAG
              ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE WS-OPN-BUCKET(WS-OPN-IDX) TO WS-BKT-IDX
           ADD 1 TO WS-PANEL-COUNT(WS-BKT-IDX)
           ADD 1 TO WS-PHYS-COUNT-B(WS-BKT-IDX)
           ADD 1 TO WS-GRAND-COUNT(WS-BKT-IDX)
           MOVE SPACES TO AGING-REPORT-REC
           STRING "    " WS-OPN-ORDER(WS-OPN-IDX) " "
              WS-OPN-PATIENT(WS-OPN-IDX) " " WS-NAME-TEXT(1:25) " "
              WS-OPN-PLACED(WS-OPN-IDX) " "
              WS-OPN-DUE(WS-OPN-IDX) "  "
              WS-OPN-AGE(WS-OPN-IDX) " "
              WS-BUCKET-LABEL(WS-BKT-IDX) " " WS-OVERDUE-FLAG
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC.
       END-WRITE-ORDER-LINE.


       WRITE-PANEL-TOTALS.
           PERFORM BUILD-BUCKETS-TEXT
           MOVE SPACES TO AGING-REPORT-REC
           STRING "    PANEL TOTAL  " WS-BUCKETS-TEXT
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC.
       END-WRITE-PANEL-TOTALS.


       WRITE-PHYSICIAN-TOTALS.
           MOVE WS-PHYS-BUCKETS TO WS-PANEL-BUCKETS
           PERFORM BUILD-BUCKETS-TEXT
           MOVE SPACES TO AGING-REPORT-REC
           STRING "  PHYSICIAN TOTAL  " WS-BUCKETS-TEXT
              DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC.
       END-WRITE-PHYSICIAN-TOTALS.


       BUILD-BUCKETS-TEXT.
      * The counts in WS-PANEL-BUCKETS as one printable line.
           MOVE SPACES TO WS-BUCKETS-TEXT
           STRING "0-7: " WS-PANEL-COUNT(1)
              "  8-14: " WS-PANEL-COUNT(2)
              "  15-30: " WS-PANEL-COUNT(3)
              "  30+: " WS-PANEL-COUNT(4)
              "  NO DATE: " WS-PANEL-COUNT(5)
              DELIMITED BY SIZE INTO WS-BUCKETS-TEXT.
       END-BUILD-BUCKETS-TEXT.


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
              MOVE "ORDER-AGING" TO DRG-PROGRAM
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
           STRING "ORDER-AGING - " WS-OPEN-COUNT " OPEN ORDERS, "
              WS-OVERDUE-COUNT " PAST DUE, " WS-GRAND-COUNT(4)
              " OVER 30 DAYS"
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
           MOVE "ORDER-AGING - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "ORDER-AGING - RUN END" TO WS-LOG-TEXT
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
