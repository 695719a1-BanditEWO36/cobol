       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTS-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every results message ALLERGIES has sent the records system,
      * with where its acknowledgement stands: S sent and waiting,
      * A accepted, E sent back in error.
           SELECT RESULTS-SENT ASSIGN TO "RESLTSNT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SENT-STATUS.
      * The acknowledgements the records system returns, one per
      * message it took in. Worked once and emptied, so tomorrow's
      * file holds only tomorrow's answers.
           SELECT RESULTS-ACKS ASSIGN TO "RESLTACK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACK-STATUS.
      * The outbound message file the records system picks up; a
      * resend goes back on it exactly as first sent.
           SELECT RESULTS-OUTBOUND ASSIGN TO "RESLTOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTBOUND-STATUS.
      * The morning's reconciliation: every result the records
      * system hasn't acknowledged by the night after it went, and
      * every one it sent back in error, ready to be resent.
           SELECT RECON-REPORT ASSIGN TO "RESLTREC"
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
       FD  RESULTS-SENT.
       01 RESULTS-SENT-REC.
      * The message as it went out, laid out as ALLERGIES writes it
      * to RESLTOUT.
           05 SNT-MESSAGE.
              10 SNT-MSG-ID      PIC X(20).
              10 SNT-MSG-DATE    PIC X(8).
              10 SNT-MSG-PATIENT PIC X(10).
              10 SNT-MSG-ORDER   PIC X(8).
              10 SNT-MSG-BAND    PIC X(10).
              10 SNT-MSG-WEIGHT  PIC 9(3).
              10 SNT-MSG-AL-DATA PIC X(226).
           05 SNT-STATUS       PIC X.
           05 SNT-LAST-SENT    PIC X(8).
           05 SNT-SENDS        PIC 99.
           05 SNT-ACK-CODE     PIC XX.
           05 SNT-ACK-WHEN     PIC X(14).
       FD  RESULTS-ACKS.
       01 RESULTS-ACKS-REC.
           05 ACK-MSG-ID PIC X(20).
      * AA accepted; AE or AR the records system couldn't file it.
           05 ACK-CODE   PIC XX.
           05 ACK-WHEN   PIC X(14).
       FD  RESULTS-OUTBOUND.
       01 RESULTS-OUTBOUND-REC PIC X(285).
       FD  RECON-REPORT.
       01 RECON-REPORT-REC PIC X(100).
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
      * RECON, the nightly reconciliation and what a call with no
      * action given runs; RESEND, the same, then every result on
      * the report goes back out on the outbound file.
       01 WS-ACTION PIC X(8) VALUE SPACES.
       01 WS-SENT-STATUS     PIC XX.
       01 WS-ACK-STATUS      PIC XX.
       01 WS-OUTBOUND-STATUS PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The sent log held in storage while the acknowledgements are
      * matched against it, then written back in full.
       01 WS-SNT-COUNT PIC 9(4) VALUE 0.
       01 WS-SENT-TABLE.
           05 WS-SNT-ENTRY OCCURS 5000 TIMES.
              10 WS-SNT-MESSAGE   PIC X(285).
              10 WS-SNT-STATUS    PIC X.
              10 WS-SNT-LAST-SENT PIC X(8).
              10 WS-SNT-SENDS     PIC 99.
              10 WS-SNT-ACK-CODE  PIC XX.
              10 WS-SNT-ACK-WHEN  PIC X(14).
              10 WS-SNT-KEEP      PIC X.
       01 WS-SNT-IDX   PIC 9(4).
       01 WS-SNT-FOUND PIC 9(4).
      * Ageing: nights since a message last went out, against
      * tonight. Accepted messages are kept on the log 30 days for
      * enquiries, then dropped.
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-DATE-NUMERIC  PIC 9(8).
       01 WS-NIGHTS        PIC 9(5).
       01 WS-PURGE-DAYS    PIC 9(3) VALUE 30.
      * Run tallies.
       01 WS-ACK-COUNT       PIC 9(5) VALUE 0.
       01 WS-ACCEPTED-COUNT  PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-OUTSTAND-COUNT  PIC 9(5) VALUE 0.
       01 WS-RESENT-COUNT    PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT    PIC 9(5) VALUE 0.
       01 WS-STATE-TEXT      PIC X(12).
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
       RESULTS-RECON.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-ACTION = SPACES THEN
              MOVE "RECON" TO WS-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           IF WS-ACTION NOT = "RECON" AND WS-ACTION NOT = "RESEND"
              THEN
              MOVE "UNKNOWN RECONCILIATION ACTION" TO WS-REASON
              DISPLAY "ACTION MUST BE RECON OR RESEND"
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
              COMPUTE WS-AS-OF-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
              PERFORM LOAD-SENT-LOG
              PERFORM APPLY-ACKNOWLEDGEMENTS
              PERFORM WRITE-RECON-REPORT
              IF WS-ACTION = "RESEND" THEN
                 PERFORM RESEND-OUTSTANDING
              END-IF
              PERFORM SAVE-SENT-LOG
              DISPLAY WS-ACK-COUNT " ACK(S) READ, " WS-OUTSTAND-COUNT
                 " RESULT(S) OUTSTANDING, " WS-RESENT-COUNT
                 " RESENT"
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-RESULTS-RECON.


       LOAD-SENT-LOG.
      * No sent log yet means ALLERGIES has sent nothing.
           MOVE 0 TO WS-SNT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULTS-SENT
           IF WS-SENT-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RESULTS-SENT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-SNT-COUNT < 5000 THEN
                          ADD 1 TO WS-SNT-COUNT
                          MOVE SNT-MESSAGE TO
                             WS-SNT-MESSAGE(WS-SNT-COUNT)
                          MOVE SNT-STATUS TO
                             WS-SNT-STATUS(WS-SNT-COUNT)
                          MOVE SNT-LAST-SENT TO
                             WS-SNT-LAST-SENT(WS-SNT-COUNT)
                          MOVE SNT-SENDS TO WS-SNT-SENDS(WS-SNT-COUNT)
                          MOVE SNT-ACK-CODE TO
                             WS-SNT-ACK-CODE(WS-SNT-COUNT)
                          MOVE SNT-ACK-WHEN TO
                             WS-SNT-ACK-WHEN(WS-SNT-COUNT)
                          MOVE "Y" TO WS-SNT-KEEP(WS-SNT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULTS-SENT
           END-IF.
       END-LOAD-SENT-LOG.


       SAVE-SENT-LOG.
      * Written back in full, less the accepted messages past the
      * keep period.
           OPEN OUTPUT RESULTS-SENT
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1 UNTIL WS-SNT-IDX >
              WS-SNT-COUNT
              PERFORM CHECK-PURGE-ENTRY
              IF WS-SNT-KEEP(WS-SNT-IDX) = "Y" THEN
                 MOVE WS-SNT-MESSAGE(WS-SNT-IDX) TO SNT-MESSAGE
                 MOVE WS-SNT-STATUS(WS-SNT-IDX) TO SNT-STATUS
                 MOVE WS-SNT-LAST-SENT(WS-SNT-IDX) TO SNT-LAST-SENT
                 MOVE WS-SNT-SENDS(WS-SNT-IDX) TO SNT-SENDS
                 MOVE WS-SNT-ACK-CODE(WS-SNT-IDX) TO SNT-ACK-CODE
                 MOVE WS-SNT-ACK-WHEN(WS-SNT-IDX) TO SNT-ACK-WHEN
                 WRITE RESULTS-SENT-REC
              END-IF
           END-PERFORM
           CLOSE RESULTS-SENT.
       END-SAVE-SENT-LOG.


       CHECK-PURGE-ENTRY.
           IF WS-SNT-STATUS(WS-SNT-IDX) = "A" THEN
              PERFORM AGE-SENT-ENTRY
              IF WS-NIGHTS > WS-PURGE-DAYS THEN
                 MOVE "N" TO WS-SNT-KEEP(WS-SNT-IDX)
                 ADD 1 TO WS-PURGED-COUNT
              END-IF
           END-IF.
       END-CHECK-PURGE-ENTRY.


       AGE-SENT-ENTRY.
      * Nights since the message last went out; a date that won't
      * convert ages as zero rather than stopping the run.
           MOVE 0 TO WS-NIGHTS
           IF WS-SNT-LAST-SENT(WS-SNT-IDX) IS NUMERIC THEN
              MOVE WS-SNT-LAST-SENT(WS-SNT-IDX) TO WS-DATE-NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) = 0 AND
                 WS-SNT-LAST-SENT(WS-SNT-IDX) < WS-BUSI-DATE THEN
                 COMPUTE WS-NIGHTS = WS-AS-OF-INTEGER -
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
              END-IF
           END-IF.
       END-AGE-SENT-ENTRY.


       APPLY-ACKNOWLEDGEMENTS.
      * Each acknowledgement settles its message: AA accepted, any
      * other code an error the report calls out. An acknowledgement
      * for a message we have no record of is warned about and
      * otherwise ignored.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULTS-ACKS
           IF WS-ACK-STATUS NOT = "00" THEN
              DISPLAY "NO ACKNOWLEDGEMENT FILE - NOTHING TO MATCH"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RESULTS-ACKS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF ACK-MSG-ID NOT = SPACES THEN
                          ADD 1 TO WS-ACK-COUNT
                          PERFORM APPLY-ONE-ACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULTS-ACKS
              OPEN OUTPUT RESULTS-ACKS
              CLOSE RESULTS-ACKS
           END-IF.
       END-APPLY-ACKNOWLEDGEMENTS.


       APPLY-ONE-ACK.
           MOVE 0 TO WS-SNT-FOUND
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1 UNTIL WS-SNT-IDX >
              WS-SNT-COUNT OR WS-SNT-FOUND > 0
              IF WS-SNT-MESSAGE(WS-SNT-IDX)(1:20) = ACK-MSG-ID THEN
                 MOVE WS-SNT-IDX TO WS-SNT-FOUND
              END-IF
           END-PERFORM
           IF WS-SNT-FOUND = 0 THEN
              ADD 1 TO WS-UNMATCHED-COUNT
              DISPLAY "ACK FOR UNKNOWN MESSAGE " ACK-MSG-ID
              MOVE SPACES TO WS-LOG-TEXT
              STRING "RESULTS-RECON - ACK FOR UNKNOWN MESSAGE "
                 ACK-MSG-ID
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           ELSE
              MOVE ACK-CODE TO WS-SNT-ACK-CODE(WS-SNT-FOUND)
              MOVE ACK-WHEN TO WS-SNT-ACK-WHEN(WS-SNT-FOUND)
              IF ACK-CODE = "AA" THEN
                 MOVE "A" TO WS-SNT-STATUS(WS-SNT-FOUND)
                 ADD 1 TO WS-ACCEPTED-COUNT
              ELSE
                 MOVE "E" TO WS-SNT-STATUS(WS-SNT-FOUND)
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF.
       END-APPLY-ONE-ACK.


       WRITE-RECON-REPORT.
      * A message still waiting the night after it went, or one sent
      * back in error, is outstanding; each gets a line with how
      * long it has waited and how often it has gone.
           OPEN OUTPUT RECON-REPORT
           MOVE SPACES TO RECON-REPORT-REC
           STRING "RESULTS NOT ACKNOWLEDGED BY RECORDS SYSTEM AS OF "
              WS-BUSI-DATE
              DELIMITED BY SIZE INTO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE ALL "=" TO RECON-REPORT-REC(1:80)
           WRITE RECON-REPORT-REC
           MOVE SPACES TO RECON-REPORT-REC
           MOVE "MESSAGE" TO RECON-REPORT-REC(1:7)
           MOVE "PATIENT" TO RECON-REPORT-REC(23:7)
           MOVE "ORDER" TO RECON-REPORT-REC(35:5)
           MOVE "LAST SENT" TO RECON-REPORT-REC(45:9)
           MOVE "NIGHTS" TO RECON-REPORT-REC(55:6)
           MOVE "SENDS" TO RECON-REPORT-REC(62:5)
           MOVE "STATE" TO RECON-REPORT-REC(69:5)
           WRITE RECON-REPORT-REC
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1 UNTIL WS-SNT-IDX >
              WS-SNT-COUNT
              PERFORM CHECK-OUTSTANDING
              IF WS-STATE-TEXT NOT = SPACES THEN
                 ADD 1 TO WS-OUTSTAND-COUNT
                 PERFORM WRITE-RECON-LINE
              END-IF
           END-PERFORM
           IF WS-OUTSTAND-COUNT = 0 THEN
              MOVE "EVERY RESULT ACKNOWLEDGED" TO RECON-REPORT-REC
              WRITE RECON-REPORT-REC
           END-IF
           MOVE ALL "=" TO RECON-REPORT-REC(1:80)
           WRITE RECON-REPORT-REC
           MOVE SPACES TO RECON-REPORT-REC
           STRING "OUTSTANDING: " WS-OUTSTAND-COUNT
              "   ACKS TONIGHT: " WS-ACK-COUNT
              "   ERRORS: " WS-ERROR-COUNT
              "   UNMATCHED: " WS-UNMATCHED-COUNT
              DELIMITED BY SIZE INTO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           CLOSE RECON-REPORT
           MOVE "RESLTREC" TO WS-DIST-REPORT
           MOVE "LABORATORY" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-WRITE-RECON-REPORT.


       CHECK-OUTSTANDING.
      * Sets the state text for an outstanding message, blank for
      * one that is settled or still inside its night's grace.
           MOVE SPACES TO WS-STATE-TEXT
           PERFORM AGE-SENT-ENTRY
           EVALUATE TRUE
              WHEN WS-SNT-STATUS(WS-SNT-IDX) = "E"
                 STRING "ERROR " WS-SNT-ACK-CODE(WS-SNT-IDX)
                    DELIMITED BY SIZE INTO WS-STATE-TEXT
              WHEN WS-SNT-STATUS(WS-SNT-IDX) = "S" AND WS-NIGHTS > 0
                 MOVE "NO ACK" TO WS-STATE-TEXT
           END-EVALUATE.
       END-CHECK-OUTSTANDING.


       WRITE-RECON-LINE.
           MOVE WS-SNT-MESSAGE(WS-SNT-IDX) TO RESULTS-SENT-REC
           MOVE SPACES TO RECON-REPORT-REC
           STRING SNT-MSG-ID "  " SNT-MSG-PATIENT "  " SNT-MSG-ORDER
              "  " WS-SNT-LAST-SENT(WS-SNT-IDX) "  " WS-NIGHTS
              "  " WS-SNT-SENDS(WS-SNT-IDX) "     " WS-STATE-TEXT
              DELIMITED BY SIZE INTO RECON-REPORT-REC
           WRITE RECON-REPORT-REC.
       END-WRITE-RECON-LINE.


       RESEND-OUTSTANDING.
      * Every outstanding message goes back on the outbound file
      * under its original id, so the records system can match it
      * to anything it did half-take, and waits on a fresh night.
           OPEN EXTEND RESULTS-OUTBOUND
           IF WS-OUTBOUND-STATUS = "05" OR WS-OUTBOUND-STATUS = "35"
              CLOSE RESULTS-OUTBOUND
              OPEN OUTPUT RESULTS-OUTBOUND
           END-IF
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1 UNTIL WS-SNT-IDX >
              WS-SNT-COUNT
              PERFORM CHECK-OUTSTANDING
              IF WS-STATE-TEXT NOT = SPACES THEN
                 MOVE WS-SNT-MESSAGE(WS-SNT-IDX) TO
                    RESULTS-OUTBOUND-REC
                 WRITE RESULTS-OUTBOUND-REC
                 MOVE "S" TO WS-SNT-STATUS(WS-SNT-IDX)
                 MOVE WS-BUSI-DATE TO WS-SNT-LAST-SENT(WS-SNT-IDX)
                 IF WS-SNT-SENDS(WS-SNT-IDX) < 99 THEN
                    ADD 1 TO WS-SNT-SENDS(WS-SNT-IDX)
                 END-IF
                 MOVE SPACES TO WS-SNT-ACK-CODE(WS-SNT-IDX)
                 MOVE SPACES TO WS-SNT-ACK-WHEN(WS-SNT-IDX)
                 ADD 1 TO WS-RESENT-COUNT
              END-IF
           END-PERFORM
           CLOSE RESULTS-OUTBOUND.
       END-RESEND-OUTSTANDING.


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
              MOVE "RESULTS-RECON" TO DRG-PROGRAM
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
      * happens in WRITE-OPERATIONS-LINE. Anything outstanding and
      * not resent is a warning for the morning.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "RESULTS-RECON - " WS-ACTION " " WS-ACK-COUNT
              " ACKS, " WS-OUTSTAND-COUNT " OUT, " WS-RESENT-COUNT
              " RESENT"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           IF WS-OUTSTAND-COUNT > WS-RESENT-COUNT THEN
              MOVE "W" TO WS-LOG-SEVERITY
           ELSE
              MOVE "I" TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "RESULTS-RECON - REJECTED " WS-ACTION " - "
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
           MOVE "RESULTS-RECON - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "RESULTS-RECON - RUN END" TO WS-LOG-TEXT
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
