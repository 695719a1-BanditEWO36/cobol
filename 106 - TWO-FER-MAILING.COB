       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWO-FER-MAILING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The recipients' postal addresses, one record per guest,
      * keyed by the guest name exactly as it comes on the TWO-FER
      * name feed. Kept here with the ADDRESS and REMOVE actions.
           SELECT RECIPIENT-ADDRESSES ASSIGN TO "TWOFRADR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADDR-STATUS.
      * The cards the last TWO-FER run printed, by the number on
      * each card's banner.
           SELECT CARD-REGISTER ASSIGN TO "TWOFRREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
      * The address labels, rebuilt each mailing run: six lines a
      * label, in postcode order for the bulk-mail sort, each one
      * headed with the number of the card it goes on.
           SELECT LABEL-PRINT ASSIGN TO "TWOFRLBL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LABEL-STATUS.
      * TWO-FER's hold list; a printed card whose address has gone
      * or been cut short since is added to it rather than
      * labelled.
           SELECT CARD-HOLD-LIST ASSIGN TO "TWOFRHLD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLD-STATUS.
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
       FD  RECIPIENT-ADDRESSES.
       01 RECIPIENT-ADDRESS-REC.
           05 RAD-NAME     PIC X(24).
           05 RAD-STREET   PIC X(30).
           05 RAD-STREET-2 PIC X(30).
           05 RAD-TOWN     PIC X(20).
           05 RAD-POSTCODE PIC X(10).
       FD  CARD-REGISTER.
       01 CARD-REGISTER-REC.
           05 CRG-CARD-NO   PIC 9(4).
           05 CRG-DATE      PIC X(8).
           05 CRG-SUBMITTER PIC X(6).
           05 CRG-OCCASION  PIC X(8).
           05 CRG-NAME      PIC X(24).
       FD  LABEL-PRINT.
       01 LABEL-PRINT-REC PIC X(40).
       FD  CARD-HOLD-LIST.
       01 CARD-HOLD-REC PIC X(80).
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
      * What to do: LABELS pairs the last card run with its address
      * labels; ADDRESS adds or replaces a guest's address, REMOVE
      * takes one off, LIST shows the file. Blank runs LABELS.
       01 WS-MAILING-ACTION PIC X(8) VALUE SPACES.
      * ADDRESS and REMOVE name the guest as the name feed does;
      * ADDRESS takes the address lines with it.
       01 WS-GUEST-NAME PIC X(24) VALUE SPACES.
       01 WS-STREET     PIC X(30) VALUE SPACES.
       01 WS-STREET-2   PIC X(30) VALUE SPACES.
       01 WS-TOWN       PIC X(20) VALUE SPACES.
       01 WS-POSTCODE   PIC X(10) VALUE SPACES.
       01 WS-ADDR-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-LABEL-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35).
      * The address file held in storage.
       01 WS-ADDR-COUNT PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
           05 WS-ADR-ENTRY OCCURS 1000 TIMES.
              10 WS-ADR-NAME     PIC X(24).
              10 WS-ADR-STREET   PIC X(30).
              10 WS-ADR-STREET-2 PIC X(30).
              10 WS-ADR-TOWN     PIC X(20).
              10 WS-ADR-POSTCODE PIC X(10).
       01 WS-ADR-IDX PIC 9(4).
       01 WS-ADR-FOUND PIC 9(4).
       01 WS-ADDR-CHANGED PIC X VALUE "N".
      * The labels for the run, sorted by postcode and then card
      * number before they are printed.
       01 WS-LABEL-COUNT PIC 9(4) VALUE 0.
       01 WS-LABEL-TABLE.
           05 WS-LBL-ENTRY OCCURS 1000 TIMES.
              10 WS-LBL-POSTCODE PIC X(10).
              10 WS-LBL-CARD-NO  PIC 9(4).
              10 WS-LBL-OCCASION PIC X(8).
              10 WS-LBL-NAME     PIC X(24).
              10 WS-LBL-STREET   PIC X(30).
              10 WS-LBL-STREET-2 PIC X(30).
              10 WS-LBL-TOWN     PIC X(20).
       01 WS-LBL-HOLD PIC X(126).
       01 WS-LBL-IDX PIC 9(4).
       01 WS-SORT-LIMIT PIC 9(4).
       01 WS-SWAPPED PIC X.
       01 WS-CARDS-READ PIC 9(4) VALUE 0.
       01 WS-CARDS-HELD PIC 9(4) VALUE 0.
       01 WS-HOLD-REASON PIC X(24).
       01 WS-HOLD-OPEN PIC X VALUE "N".
      * Postcode group counts for the bulk-mail docket.
       01 WS-GROUP-CODE PIC X(10).
       01 WS-GROUP-PIECES PIC 9(4).
       01 WS-GROUP-COUNT PIC 9(4) VALUE 0.
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
       TWO-FER-MAILING.
           PERFORM LOG-RUN-START
           MOVE FUNCTION UPPER-CASE(WS-MAILING-ACTION) TO
              WS-MAILING-ACTION
           IF WS-MAILING-ACTION = SPACES THEN
              MOVE "LABELS" TO WS-MAILING-ACTION
           END-IF
           MOVE SPACES TO WS-REASON
           PERFORM LOAD-RECIPIENT-ADDRESSES
           EVALUATE WS-MAILING-ACTION
              WHEN "LABELS"
                 PERFORM PRINT-MAILING-LABELS
              WHEN "ADDRESS"
                 PERFORM SET-RECIPIENT-ADDRESS
              WHEN "REMOVE"
                 PERFORM REMOVE-RECIPIENT-ADDRESS
              WHEN "LIST"
                 PERFORM LIST-RECIPIENT-ADDRESSES
              WHEN OTHER
                 MOVE "UNKNOWN MAILING ACTION" TO WS-REASON
                 DISPLAY "MAILING REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-ADDR-CHANGED = "Y" THEN
              PERFORM SAVE-RECIPIENT-ADDRESSES
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-TWO-FER-MAILING.


       PRINT-MAILING-LABELS.
      * Every card on the register gets its label, or goes on the
      * hold list if its address is no longer complete; the labels
      * then go out in postcode order.
           MOVE 0 TO WS-LABEL-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CARD-REGISTER
           IF WS-REG-STATUS NOT = "00" THEN
              DISPLAY "NO CARD RUN ON FILE TO LABEL"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ CARD-REGISTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM LABEL-ONE-CARD
                 END-READ
              END-PERFORM
              CLOSE CARD-REGISTER
              IF WS-HOLD-OPEN = "Y" THEN
                 CLOSE CARD-HOLD-LIST
              END-IF
              PERFORM SORT-LABELS
              PERFORM WRITE-LABELS
              DISPLAY WS-CARDS-READ " CARD(S) ON THE RUN, "
                 WS-LABEL-COUNT " LABEL(S) PRINTED, "
                 WS-CARDS-HELD " HELD"
              IF WS-CARDS-HELD > 0 THEN
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "TWO-FER-MAILING - " WS-CARDS-HELD
                    " PRINTED CARD(S) HELD FOR ADDRESS"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                 MOVE "W" TO WS-LOG-SEVERITY
                 PERFORM WRITE-OPERATIONS-LINE
              END-IF
           END-IF.
       END-PRINT-MAILING-LABELS.


       LABEL-ONE-CARD.
           MOVE CRG-NAME TO WS-GUEST-NAME
           PERFORM FIND-RECIPIENT
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-ADR-FOUND = 0 THEN
              MOVE "NO ADDRESS ON FILE" TO WS-HOLD-REASON
           ELSE
           IF WS-ADR-STREET(WS-ADR-FOUND) = SPACES OR
              WS-ADR-TOWN(WS-ADR-FOUND) = SPACES OR
              WS-ADR-POSTCODE(WS-ADR-FOUND) = SPACES THEN
              MOVE "ADDRESS INCOMPLETE" TO WS-HOLD-REASON
           ELSE
           IF WS-LABEL-COUNT NOT < 1000 THEN
              MOVE "OVER 1000 LABELS IN RUN" TO WS-HOLD-REASON
           END-IF
           END-IF
           END-IF
           IF WS-HOLD-REASON NOT = SPACES THEN
              PERFORM HOLD-PRINTED-CARD
           ELSE
              ADD 1 TO WS-LABEL-COUNT
              MOVE WS-ADR-POSTCODE(WS-ADR-FOUND) TO
                 WS-LBL-POSTCODE(WS-LABEL-COUNT)
              MOVE CRG-CARD-NO TO WS-LBL-CARD-NO(WS-LABEL-COUNT)
              MOVE CRG-OCCASION TO WS-LBL-OCCASION(WS-LABEL-COUNT)
              MOVE CRG-NAME TO WS-LBL-NAME(WS-LABEL-COUNT)
              MOVE WS-ADR-STREET(WS-ADR-FOUND) TO
                 WS-LBL-STREET(WS-LABEL-COUNT)
              MOVE WS-ADR-STREET-2(WS-ADR-FOUND) TO
                 WS-LBL-STREET-2(WS-LABEL-COUNT)
              MOVE WS-ADR-TOWN(WS-ADR-FOUND) TO
                 WS-LBL-TOWN(WS-LABEL-COUNT)
           END-IF.
       END-LABEL-ONE-CARD.


       HOLD-PRINTED-CARD.
      * Added to the end of the list TWO-FER left, which already
      * names the cards it never printed.
           IF WS-HOLD-OPEN = "N" THEN
              OPEN EXTEND CARD-HOLD-LIST
              IF WS-HOLD-STATUS = "05" OR WS-HOLD-STATUS = "35"
                 CLOSE CARD-HOLD-LIST
                 OPEN OUTPUT CARD-HOLD-LIST
              END-IF
              MOVE "Y" TO WS-HOLD-OPEN
           END-IF
           ADD 1 TO WS-CARDS-HELD
           DISPLAY "CARD " CRG-CARD-NO " HELD - "
              FUNCTION TRIM(CRG-NAME) " - " WS-HOLD-REASON
           MOVE SPACES TO CARD-HOLD-REC
           STRING CRG-NAME " " CRG-OCCASION " " CRG-SUBMITTER " "
              WS-HOLD-REASON " - CARD " CRG-CARD-NO " PRINTED"
              DELIMITED BY SIZE INTO CARD-HOLD-REC
           WRITE CARD-HOLD-REC.
       END-HOLD-PRINTED-CARD.


       SORT-LABELS.
      * Postcode order for the bulk-mail discount, card number order
      * within a postcode; a bubble pass until nothing moves.
           MOVE "Y" TO WS-SWAPPED
           MOVE WS-LABEL-COUNT TO WS-SORT-LIMIT
           PERFORM UNTIL WS-SWAPPED = "N" OR WS-SORT-LIMIT < 2
              MOVE "N" TO WS-SWAPPED
              PERFORM VARYING WS-LBL-IDX FROM 1 BY 1 UNTIL
                 WS-LBL-IDX >= WS-SORT-LIMIT
                 IF WS-LBL-POSTCODE(WS-LBL-IDX) >
                    WS-LBL-POSTCODE(WS-LBL-IDX + 1) OR
                    (WS-LBL-POSTCODE(WS-LBL-IDX) =
                    WS-LBL-POSTCODE(WS-LBL-IDX + 1) AND
                    WS-LBL-CARD-NO(WS-LBL-IDX) >
                    WS-LBL-CARD-NO(WS-LBL-IDX + 1)) THEN
                    MOVE WS-LBL-ENTRY(WS-LBL-IDX) TO WS-LBL-HOLD
                    MOVE WS-LBL-ENTRY(WS-LBL-IDX + 1) TO
                       WS-LBL-ENTRY(WS-LBL-IDX)
                    MOVE WS-LBL-HOLD TO WS-LBL-ENTRY(WS-LBL-IDX + 1)
                    MOVE "Y" TO WS-SWAPPED
                 END-IF
              END-PERFORM
              SUBTRACT 1 FROM WS-SORT-LIMIT
           END-PERFORM.
       END-SORT-LABELS.


       WRITE-LABELS.
      * Six lines to a label -- card, name, two street lines, town,
      * postcode -- and a count of pieces per postcode on the
      * console for the mailing docket.
           OPEN OUTPUT LABEL-PRINT
           MOVE SPACES TO WS-GROUP-CODE
           MOVE 0 TO WS-GROUP-PIECES
           PERFORM VARYING WS-LBL-IDX FROM 1 BY 1 UNTIL
              WS-LBL-IDX > WS-LABEL-COUNT
              IF WS-LBL-IDX > 1 AND
                 WS-LBL-POSTCODE(WS-LBL-IDX) NOT = WS-GROUP-CODE
                 THEN
                 PERFORM SHOW-POSTCODE-GROUP
              END-IF
              MOVE WS-LBL-POSTCODE(WS-LBL-IDX) TO WS-GROUP-CODE
              ADD 1 TO WS-GROUP-PIECES
              MOVE SPACES TO LABEL-PRINT-REC
              STRING "CARD " WS-LBL-CARD-NO(WS-LBL-IDX) " "
                 WS-LBL-OCCASION(WS-LBL-IDX)
                 DELIMITED BY SIZE INTO LABEL-PRINT-REC
              WRITE LABEL-PRINT-REC
              MOVE WS-LBL-NAME(WS-LBL-IDX) TO LABEL-PRINT-REC
              WRITE LABEL-PRINT-REC
              MOVE WS-LBL-STREET(WS-LBL-IDX) TO LABEL-PRINT-REC
              WRITE LABEL-PRINT-REC
              MOVE WS-LBL-STREET-2(WS-LBL-IDX) TO LABEL-PRINT-REC
              WRITE LABEL-PRINT-REC
              MOVE WS-LBL-TOWN(WS-LBL-IDX) TO LABEL-PRINT-REC
              WRITE LABEL-PRINT-REC
              MOVE WS-LBL-POSTCODE(WS-LBL-IDX) TO LABEL-PRINT-REC
              WRITE LABEL-PRINT-REC
           END-PERFORM
           IF WS-LABEL-COUNT > 0 THEN
              PERFORM SHOW-POSTCODE-GROUP
           END-IF
           CLOSE LABEL-PRINT
           MOVE "TWOFRLBL" TO WS-DIST-REPORT
           MOVE "MAILROOM" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-WRITE-LABELS.


       SHOW-POSTCODE-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           DISPLAY "POSTCODE " WS-GROUP-CODE " " WS-GROUP-PIECES
              " PIECE(S)"
           MOVE 0 TO WS-GROUP-PIECES.
       END-SHOW-POSTCODE-GROUP.


       SET-RECIPIENT-ADDRESS.
      * A guest already on file has the address replaced whole; a
      * new guest is added. Postcodes are kept upper case so the
      * label sort groups them properly.
           IF WS-GUEST-NAME = SPACES THEN
              MOVE "ADDRESS NEEDS THE GUEST NAME" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              (WS-STREET = SPACES OR WS-TOWN = SPACES OR
              WS-POSTCODE = SPACES) THEN
              MOVE "STREET, TOWN AND POSTCODE NEEDED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-RECIPIENT
              IF WS-ADR-FOUND = 0 AND WS-ADDR-COUNT NOT < 1000 THEN
                 MOVE "ADDRESS FILE FULL" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADDRESS REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-ADR-FOUND = 0 THEN
                 ADD 1 TO WS-ADDR-COUNT
                 MOVE WS-ADDR-COUNT TO WS-ADR-FOUND
                 DISPLAY "ADDRESS ADDED FOR "
                    FUNCTION TRIM(WS-GUEST-NAME)
              ELSE
                 DISPLAY "ADDRESS REPLACED FOR "
                    FUNCTION TRIM(WS-GUEST-NAME)
              END-IF
              MOVE WS-GUEST-NAME TO WS-ADR-NAME(WS-ADR-FOUND)
              MOVE WS-STREET TO WS-ADR-STREET(WS-ADR-FOUND)
              MOVE WS-STREET-2 TO WS-ADR-STREET-2(WS-ADR-FOUND)
              MOVE WS-TOWN TO WS-ADR-TOWN(WS-ADR-FOUND)
              MOVE FUNCTION UPPER-CASE(WS-POSTCODE) TO
                 WS-ADR-POSTCODE(WS-ADR-FOUND)
              MOVE "Y" TO WS-ADDR-CHANGED
           END-IF.
       END-SET-RECIPIENT-ADDRESS.


       REMOVE-RECIPIENT-ADDRESS.
           PERFORM FIND-RECIPIENT
           IF WS-ADR-FOUND = 0 THEN
              MOVE "GUEST NOT ON ADDRESS FILE" TO WS-REASON
              DISPLAY "REMOVE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM VARYING WS-ADR-IDX FROM WS-ADR-FOUND BY 1 UNTIL
                 WS-ADR-IDX >= WS-ADDR-COUNT
                 MOVE WS-ADR-ENTRY(WS-ADR-IDX + 1) TO
                    WS-ADR-ENTRY(WS-ADR-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-ADDR-COUNT
              MOVE "Y" TO WS-ADDR-CHANGED
              DISPLAY "ADDRESS REMOVED FOR "
                 FUNCTION TRIM(WS-GUEST-NAME)
           END-IF.
       END-REMOVE-RECIPIENT-ADDRESS.


       LIST-RECIPIENT-ADDRESSES.
           DISPLAY "RECIPIENT ADDRESSES (" WS-ADDR-COUNT ")"
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1 UNTIL
              WS-ADR-IDX > WS-ADDR-COUNT
              DISPLAY WS-ADR-NAME(WS-ADR-IDX) " "
                 FUNCTION TRIM(WS-ADR-STREET(WS-ADR-IDX)) ", "
                 FUNCTION TRIM(WS-ADR-TOWN(WS-ADR-IDX)) " "
                 WS-ADR-POSTCODE(WS-ADR-IDX)
           END-PERFORM.
       END-LIST-RECIPIENT-ADDRESSES.


       FIND-RECIPIENT.
           MOVE 0 TO WS-ADR-FOUND
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1 UNTIL
              WS-ADR-IDX > WS-ADDR-COUNT
              IF WS-ADR-NAME(WS-ADR-IDX) = WS-GUEST-NAME THEN
                 MOVE WS-ADR-IDX TO WS-ADR-FOUND
              END-IF
           END-PERFORM.
       END-FIND-RECIPIENT.


       LOAD-RECIPIENT-ADDRESSES.
           MOVE 0 TO WS-ADDR-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECIPIENT-ADDRESSES
           IF WS-ADDR-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RECIPIENT-ADDRESSES
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-ADDR-COUNT < 1000 THEN
                          ADD 1 TO WS-ADDR-COUNT
                          MOVE RECIPIENT-ADDRESS-REC TO
                             WS-ADR-ENTRY(WS-ADDR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECIPIENT-ADDRESSES
           END-IF.
       END-LOAD-RECIPIENT-ADDRESSES.


       SAVE-RECIPIENT-ADDRESSES.
           OPEN OUTPUT RECIPIENT-ADDRESSES
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1 UNTIL
              WS-ADR-IDX > WS-ADDR-COUNT
              MOVE WS-ADR-ENTRY(WS-ADR-IDX) TO RECIPIENT-ADDRESS-REC
              WRITE RECIPIENT-ADDRESS-REC
           END-PERFORM
           CLOSE RECIPIENT-ADDRESSES.
       END-SAVE-RECIPIENT-ADDRESSES.


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
              MOVE "TWO-FER-MAILING" TO DRG-PROGRAM
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
           IF WS-MAILING-ACTION = "LABELS" THEN
              STRING "TWO-FER-MAILING - LABELS " WS-LABEL-COUNT
                 " IN " WS-GROUP-COUNT " POSTCODE(S), HELD "
                 WS-CARDS-HELD
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
              STRING "TWO-FER-MAILING - " WS-MAILING-ACTION " "
                 WS-GUEST-NAME
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "TWO-FER-MAILING - REJECTED " WS-MAILING-ACTION
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
           MOVE "TWO-FER-MAILING - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "TWO-FER-MAILING - RUN END" TO WS-LOG-TEXT
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
