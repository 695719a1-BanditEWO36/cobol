       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERRAL-TRACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The referral tracking master: ALLERGIES opens an entry here
      * for every urgent referral it writes, and clinic staff move
      * it along -- acknowledged by the specialist, appointment
      * booked, closed -- each step stamped with who and when.
           SELECT REFERRAL-TRACKING ASSIGN TO "REFTRACK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRACK-STATUS.
      * The processing calendar BUSINESS-DATE advances over; a
      * night the shop is closed doesn't count against the
      * specialist's two days.
           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      * The nightly escalation report: referrals nobody has
      * acknowledged, in two tiers by how long they have waited.
           SELECT ESCALATION-REPORT ASSIGN TO "ESCALRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
      * The operator master: who may run which maintenance
      * function. A record per operator carries the function
      * letters they hold; a destructive action checks here before
      * it runs, and the audit trails say who, not just what.
      * A shop with no master on file yet maintains unchecked, the
      * arrangement every registry here starts under.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The one-record handoff the operator console leaves before
      * it calls this program: the answers the operator typed at
      * the menu. A standalone run, with no request on file or one
      * left for some other program, carries on from its
      * working-storage switches exactly as it always has.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.
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
      * The batch-window indicator NIGHT-SCHEDULER sets as the
      * night's chain starts and clears when it ends. While it is
      * set, updates here wait so the chain never reads data half
      * changed; inquiries carry on as usual.
           SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINDOW-STATUS.
      * One line per emergency update made through the window:
      * when, which program, which operator, and why.
           SELECT WINDOW-OVERRIDES ASSIGN TO "WINOVRD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINOVR-STATUS.
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
       FD  REFERRAL-TRACKING.
       01 REFERRAL-TRACKING-REC.
      * A referral is known by its patient and the business date it
      * was opened on.
           05 RTK-PATIENT    PIC X(10).
           05 RTK-OPENED     PIC X(8).
           05 RTK-BAND       PIC X(10).
           05 RTK-REASON     PIC X(20).
           05 RTK-PHYSICIAN  PIC X(20).
      * O open, A acknowledged, B appointment booked, C closed.
           05 RTK-STATUS     PIC X.
      * Each step's operator and business date plus time of day.
           05 RTK-ACK-BY     PIC X(10).
           05 RTK-ACK-WHEN   PIC X(14).
           05 RTK-BOOK-BY    PIC X(10).
           05 RTK-BOOK-WHEN  PIC X(14).
           05 RTK-APPT-DATE  PIC X(8).
           05 RTK-CLOSE-BY   PIC X(10).
           05 RTK-CLOSE-WHEN PIC X(14).
       FD  PROCESSING-CALENDAR.
       01 PROCESSING-CALENDAR-REC.
           05 PCL-TYPE PIC X.
           05 PCL-DATE PIC X(8).
       FD  ESCALATION-REPORT.
       01 ESCALATION-REPORT-REC PIC X(100).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, F urgent
      * referral follow-up.
           05 OP-FUNCS PIC X(10).
      * OPERATOR-MAINT's passcode fields. Only OP-STATE is looked
      * at here: A active, S suspended, L locked out, and blank on
      * a record filed before passcodes, which counts as active.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
       FD  CONSOLE-REQUEST.
       01 CONSOLE-REQUEST-REC.
           05 CRQ-PROGRAM PIC X(20).
           05 CRQ-FIELDS  PIC X(100).
      * Who the console signed on, passed with every request so
      * this program's own sign-on check sees the same operator.
           05 CRQ-OPERATOR PIC X(10).
           05 CRQ-PASSCODE PIC X(10).
      * The emergency-override reason the console asks for when
      * the batch window is set; blank otherwise.
           05 CRQ-WINDOW-WHY PIC X(40).
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
      * BWN-STATE is S while the night's chain runs and C once it
      * has finished; the stamps say when it last changed.
       FD  BATCH-WINDOW.
       01 BATCH-WINDOW-REC.
           05 BWN-STATE      PIC X.
           05 BWN-CHANGED-ON PIC X(8).
           05 BWN-CHANGED-AT PIC X(6).
           05 BWN-RUN-ID     PIC X(6).
       FD  WINDOW-OVERRIDES.
       01 WINDOW-OVERRIDES-REC PIC X(100).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * One call is one step: LIST the referrals still open, ACK,
      * BOOK or CLOSE one, or ESCALATE -- the nightly report, and
      * what a call with no action given runs.
       01 WS-ACTION    PIC X(8) VALUE SPACES.
       01 WS-PATIENT   PIC X(10) VALUE SPACES.
      * Needed only when the patient has more than one referral
      * still open.
       01 WS-OPENED    PIC X(8) VALUE SPACES.
       01 WS-APPT-DATE PIC X(8) VALUE SPACES.
      * Who is working the referral; ACK, BOOK and CLOSE are checked
      * against the operator master and the entry keeps the name.
       01 WS-OPERATOR  PIC X(10) VALUE SPACES.
      * Sign-on check scratch: the function this action needs and
      * whether the named operator holds it.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-FUNC-TALLY PIC 9.

       01 WS-TRACK-STATUS  PIC XX.
       01 WS-CAL-STATUS    PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CONREQ-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The whole master held in storage while one call's change is
      * applied, then written back in full.
       01 WS-TRACK-COUNT PIC 9(4) VALUE 0.
       01 WS-TRACK-TABLE.
           05 WS-RTK-ENTRY OCCURS 1000 TIMES.
              10 WS-RTK-PATIENT    PIC X(10).
              10 WS-RTK-OPENED     PIC X(8).
              10 WS-RTK-BAND       PIC X(10).
              10 WS-RTK-REASON     PIC X(20).
              10 WS-RTK-PHYSICIAN  PIC X(20).
              10 WS-RTK-STATUS     PIC X.
              10 WS-RTK-ACK-BY     PIC X(10).
              10 WS-RTK-ACK-WHEN   PIC X(14).
              10 WS-RTK-BOOK-BY    PIC X(10).
              10 WS-RTK-BOOK-WHEN  PIC X(14).
              10 WS-RTK-APPT-DATE  PIC X(8).
              10 WS-RTK-CLOSE-BY   PIC X(10).
              10 WS-RTK-CLOSE-WHEN PIC X(14).
              10 WS-RTK-AGE        PIC 999.
       01 WS-IDX       PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-MATCHES   PIC 9(4).
       01 WS-STAMP     PIC X(14).
      * The closed nights off the calendar, and the business-day
      * counting scratch.
       01 WS-CAL-COUNT PIC 999 VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-DATE OCCURS 100 TIMES PIC X(8).
       01 WS-CAL-IDX PIC 999.
       01 WS-DATE-CLOSED PIC X.
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-DAY-INTEGER   PIC 9(8).
       01 WS-DATE-NUMERIC  PIC 9(8).
       01 WS-DAY-DATE      PIC X(8).
       01 WS-AGE           PIC 999.
      * Escalation thresholds in business days: past the first the
      * referral is tier 1, past the second tier 2.
       01 WS-TIER-1-DAYS PIC 99 VALUE 2.
       01 WS-TIER-2-DAYS PIC 99 VALUE 5.
      * Report scratch: which tier and which pass (SEVERE first) the
      * listing loop is on, and the night's counts.
       01 WS-TIER       PIC 9.
       01 WS-PASS       PIC 9.
       01 WS-TIER-LOW   PIC 999.
       01 WS-TIER-HIGH  PIC 999.
       01 WS-TIER-DAYS  PIC 99.
       01 WS-TIER-LINES PIC 9(4).
       01 WS-SEVERE-MARK PIC X(10).
       01 WS-TIER-1-COUNT PIC 9(4) VALUE 0.
       01 WS-TIER-2-COUNT PIC 9(4) VALUE 0.
       01 WS-SEVERE-COUNT PIC 9(4) VALUE 0.
       01 WS-UNBOOKED-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
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
      * Batch window: whether the night's chain holds it, and the
      * reason an operator holding the W letter gives for updating
      * through it in an emergency -- blank means no override.
       01 WS-WINDOW-REASON PIC X(40) VALUE SPACES.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-WINOVR-STATUS PIC XX.
       01 WS-WINDOW-SET    PIC X.
       01 WS-WINDOW-OK     PIC X.
       01 WS-WINDOW-SINCE  PIC X(15).
       01 WS-WINDOW-TODAY  PIC X(8).
       01 WS-WINDOW-TIME   PIC X(8).

       PROCEDURE DIVISION.
       REFERRAL-TRACK.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-TRACKING-MASTER
           IF WS-ACTION = SPACES THEN
              MOVE "ESCALATE" TO WS-ACTION
           END-IF
           IF FUNCTION UPPER-CASE(WS-ACTION) = "ACK" OR
              FUNCTION UPPER-CASE(WS-ACTION) = "BOOK" OR
              FUNCTION UPPER-CASE(WS-ACTION) = "CLOSE" THEN
              MOVE "F" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 DISPLAY "REFUSED: OPERATOR " WS-OPERATOR
                    " NOT SIGNED FOR REFERRAL FOLLOW-UP"
                 MOVE "LIST" TO WS-ACTION
              END-IF
           END-IF
      * ACK, BOOK and CLOSE rewrite the tracking master the night's
      * ALLERGIES step adds new referrals to, so they wait for the
      * batch window; LIST and ESCALATE only read it.
           IF FUNCTION UPPER-CASE(WS-ACTION) = "ACK" OR
              FUNCTION UPPER-CASE(WS-ACTION) = "BOOK" OR
              FUNCTION UPPER-CASE(WS-ACTION) = "CLOSE" THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
                 DISPLAY "REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
                 MOVE "LIST" TO WS-ACTION
              END-IF
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-OPEN-REFERRALS
              WHEN "ACK"
                 PERFORM ACKNOWLEDGE-REFERRAL
              WHEN "BOOK"
                 PERFORM BOOK-REFERRAL
              WHEN "CLOSE"
                 PERFORM CLOSE-REFERRAL
              WHEN "ESCALATE"
                 PERFORM WRITE-ESCALATION-REPORT
              WHEN OTHER
                 MOVE "UNKNOWN REFERRAL ACTION" TO WS-REASON
                 DISPLAY "ACTION MUST BE LIST, ACK, BOOK, CLOSE "
                    "OR ESCALATE"
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-REFERRAL-TRACK.


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


       LOAD-TRACKING-MASTER.
      * Every referral comes in aged in business days against
      * tonight, for the listing and the escalation alike.
           PERFORM LOAD-CLOSED-NIGHTS
           MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-AS-OF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           MOVE 0 TO WS-TRACK-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REFERRAL-TRACKING
           IF WS-TRACK-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ REFERRAL-TRACKING
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-TRACK-COUNT < 1000 THEN
                          ADD 1 TO WS-TRACK-COUNT
                          MOVE RTK-PATIENT TO
                             WS-RTK-PATIENT(WS-TRACK-COUNT)
                          MOVE RTK-OPENED TO
                             WS-RTK-OPENED(WS-TRACK-COUNT)
                          MOVE RTK-BAND TO WS-RTK-BAND(WS-TRACK-COUNT)
                          MOVE RTK-REASON TO
                             WS-RTK-REASON(WS-TRACK-COUNT)
                          MOVE RTK-PHYSICIAN TO
                             WS-RTK-PHYSICIAN(WS-TRACK-COUNT)
                          MOVE RTK-STATUS TO
                             WS-RTK-STATUS(WS-TRACK-COUNT)
                          MOVE RTK-ACK-BY TO
                             WS-RTK-ACK-BY(WS-TRACK-COUNT)
                          MOVE RTK-ACK-WHEN TO
                             WS-RTK-ACK-WHEN(WS-TRACK-COUNT)
                          MOVE RTK-BOOK-BY TO
                             WS-RTK-BOOK-BY(WS-TRACK-COUNT)
                          MOVE RTK-BOOK-WHEN TO
                             WS-RTK-BOOK-WHEN(WS-TRACK-COUNT)
                          MOVE RTK-APPT-DATE TO
                             WS-RTK-APPT-DATE(WS-TRACK-COUNT)
                          MOVE RTK-CLOSE-BY TO
                             WS-RTK-CLOSE-BY(WS-TRACK-COUNT)
                          MOVE RTK-CLOSE-WHEN TO
                             WS-RTK-CLOSE-WHEN(WS-TRACK-COUNT)
                          PERFORM AGE-ONE-REFERRAL
                          MOVE WS-AGE TO WS-RTK-AGE(WS-TRACK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REFERRAL-TRACKING
           END-IF.
       END-LOAD-TRACKING-MASTER.


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


       AGE-ONE-REFERRAL.
      * Open business nights after the referral was opened, up to
      * and including tonight; the calendar's closed nights don't
      * count.
           MOVE 0 TO WS-AGE
           IF RTK-OPENED IS NUMERIC THEN
              MOVE RTK-OPENED TO WS-DATE-NUMERIC
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
           END-IF.
       END-AGE-ONE-REFERRAL.


       CHECK-DATE-CLOSED.
           MOVE "N" TO WS-DATE-CLOSED
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1 UNTIL WS-CAL-IDX >
              WS-CAL-COUNT
              IF WS-CAL-DATE(WS-CAL-IDX) = WS-DAY-DATE THEN
                 MOVE "Y" TO WS-DATE-CLOSED
              END-IF
           END-PERFORM.
       END-CHECK-DATE-CLOSED.


       LIST-OPEN-REFERRALS.
      * Everything not yet closed, with where it has got to.
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-TRACK-COUNT
              IF WS-RTK-STATUS(WS-IDX) NOT = "C" THEN
                 ADD 1 TO WS-OPEN-COUNT
                 DISPLAY WS-RTK-PATIENT(WS-IDX) " "
                    WS-RTK-OPENED(WS-IDX) " "
                    WS-RTK-BAND(WS-IDX) " "
                    WS-RTK-STATUS(WS-IDX) " AGE "
                    WS-RTK-AGE(WS-IDX) " "
                    WS-RTK-REASON(WS-IDX) " "
                    WS-RTK-APPT-DATE(WS-IDX)
              END-IF
           END-PERFORM
           DISPLAY WS-OPEN-COUNT " REFERRAL(S) NOT YET CLOSED".
       END-LIST-OPEN-REFERRALS.


       FIND-REFERRAL.
      * The patient's referral not yet closed -- the one opened on
      * WS-OPENED when it is given. A patient with several open and
      * no date given can't be guessed at.
           MOVE 0 TO WS-FOUND-IDX
           MOVE 0 TO WS-MATCHES
           IF WS-PATIENT = SPACES THEN
              MOVE "NEEDS A PATIENT" TO WS-REASON
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-TRACK-COUNT
                 IF WS-RTK-PATIENT(WS-IDX) = WS-PATIENT AND
                    WS-RTK-STATUS(WS-IDX) NOT = "C" AND
                    (WS-OPENED = SPACES OR
                     WS-RTK-OPENED(WS-IDX) = WS-OPENED) THEN
                    ADD 1 TO WS-MATCHES
                    MOVE WS-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WS-MATCHES = 0 THEN
                 MOVE "NO OPEN REFERRAL FOR PATIENT" TO WS-REASON
              END-IF
              IF WS-MATCHES > 1 THEN
                 MOVE "SEVERAL OPEN - GIVE OPENED DATE" TO WS-REASON
              END-IF
           END-IF
           ACCEPT WS-STAMP(9:6) FROM TIME
           MOVE WS-BUSI-DATE TO WS-STAMP(1:8).
       END-FIND-REFERRAL.


       ACKNOWLEDGE-REFERRAL.
      * The specialist has picked the referral up.
           PERFORM FIND-REFERRAL
           IF WS-REASON = SPACES AND
              WS-RTK-STATUS(WS-FOUND-IDX) NOT = "O" THEN
              MOVE "REFERRAL ALREADY ACKNOWLEDGED" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ACK REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE "A" TO WS-RTK-STATUS(WS-FOUND-IDX)
              MOVE WS-OPERATOR TO WS-RTK-ACK-BY(WS-FOUND-IDX)
              MOVE WS-STAMP TO WS-RTK-ACK-WHEN(WS-FOUND-IDX)
              PERFORM SAVE-TRACKING-MASTER
              DISPLAY "ACKNOWLEDGED " WS-PATIENT " REFERRAL OF "
                 WS-RTK-OPENED(WS-FOUND-IDX)
           END-IF.
       END-ACKNOWLEDGE-REFERRAL.


       BOOK-REFERRAL.
      * An appointment is on the books. Booking an unacknowledged
      * referral acknowledges it in the same step -- a booked
      * appointment is acknowledgement enough.
           PERFORM FIND-REFERRAL
           IF WS-REASON = SPACES AND
              WS-RTK-STATUS(WS-FOUND-IDX) = "B" THEN
              MOVE "APPOINTMENT ALREADY BOOKED" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-APPT-DATE NOT = SPACES AND
              WS-APPT-DATE IS NOT NUMERIC THEN
              MOVE "APPOINTMENT DATE NOT A DATE" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "BOOK REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-RTK-STATUS(WS-FOUND-IDX) = "O" THEN
                 MOVE WS-OPERATOR TO WS-RTK-ACK-BY(WS-FOUND-IDX)
                 MOVE WS-STAMP TO WS-RTK-ACK-WHEN(WS-FOUND-IDX)
              END-IF
              MOVE "B" TO WS-RTK-STATUS(WS-FOUND-IDX)
              MOVE WS-OPERATOR TO WS-RTK-BOOK-BY(WS-FOUND-IDX)
              MOVE WS-STAMP TO WS-RTK-BOOK-WHEN(WS-FOUND-IDX)
              MOVE WS-APPT-DATE TO WS-RTK-APPT-DATE(WS-FOUND-IDX)
              PERFORM SAVE-TRACKING-MASTER
              DISPLAY "BOOKED " WS-PATIENT " REFERRAL OF "
                 WS-RTK-OPENED(WS-FOUND-IDX) " FOR " WS-APPT-DATE
           END-IF.
       END-BOOK-REFERRAL.


       CLOSE-REFERRAL.
      * Seen, or otherwise finished with; closing is allowed from
      * any open state so a referral the patient declined doesn't
      * escalate forever.
           PERFORM FIND-REFERRAL
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "CLOSE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              MOVE "C" TO WS-RTK-STATUS(WS-FOUND-IDX)
              MOVE WS-OPERATOR TO WS-RTK-CLOSE-BY(WS-FOUND-IDX)
              MOVE WS-STAMP TO WS-RTK-CLOSE-WHEN(WS-FOUND-IDX)
              PERFORM SAVE-TRACKING-MASTER
              DISPLAY "CLOSED " WS-PATIENT " REFERRAL OF "
                 WS-RTK-OPENED(WS-FOUND-IDX)
           END-IF.
       END-CLOSE-REFERRAL.


       SAVE-TRACKING-MASTER.
           OPEN OUTPUT REFERRAL-TRACKING
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-TRACK-COUNT
              MOVE WS-RTK-PATIENT(WS-IDX) TO RTK-PATIENT
              MOVE WS-RTK-OPENED(WS-IDX) TO RTK-OPENED
              MOVE WS-RTK-BAND(WS-IDX) TO RTK-BAND
              MOVE WS-RTK-REASON(WS-IDX) TO RTK-REASON
              MOVE WS-RTK-PHYSICIAN(WS-IDX) TO RTK-PHYSICIAN
              MOVE WS-RTK-STATUS(WS-IDX) TO RTK-STATUS
              MOVE WS-RTK-ACK-BY(WS-IDX) TO RTK-ACK-BY
              MOVE WS-RTK-ACK-WHEN(WS-IDX) TO RTK-ACK-WHEN
              MOVE WS-RTK-BOOK-BY(WS-IDX) TO RTK-BOOK-BY
              MOVE WS-RTK-BOOK-WHEN(WS-IDX) TO RTK-BOOK-WHEN
              MOVE WS-RTK-APPT-DATE(WS-IDX) TO RTK-APPT-DATE
              MOVE WS-RTK-CLOSE-BY(WS-IDX) TO RTK-CLOSE-BY
              MOVE WS-RTK-CLOSE-WHEN(WS-IDX) TO RTK-CLOSE-WHEN
              WRITE REFERRAL-TRACKING-REC
           END-PERFORM
           CLOSE REFERRAL-TRACKING.
       END-SAVE-TRACKING-MASTER.


       WRITE-ESCALATION-REPORT.
      * Tier 2 first -- the longest waits -- then tier 1, SEVERE
      * referrals at the head of each tier and marked, since an
      * unanswered SEVERE result is the exposure that matters most.
      * A SEVERE referral acknowledged but still not booked after
      * the tier-2 wait is listed after the tiers: acknowledged is
      * not followed up.
           OPEN OUTPUT ESCALATION-REPORT
           MOVE SPACES TO ESCALATION-REPORT-REC
           STRING "URGENT REFERRAL ESCALATION AS OF " WS-BUSI-DATE
              "   (WAIT IN BUSINESS DAYS)"
              DELIMITED BY SIZE INTO ESCALATION-REPORT-REC
           WRITE ESCALATION-REPORT-REC
           MOVE ALL "=" TO ESCALATION-REPORT-REC(1:80)
           WRITE ESCALATION-REPORT-REC
           PERFORM VARYING WS-TIER FROM 2 BY -1 UNTIL WS-TIER < 1
              PERFORM WRITE-ESCALATION-TIER
           END-PERFORM
           MOVE SPACES TO ESCALATION-REPORT-REC
           WRITE ESCALATION-REPORT-REC
           MOVE SPACES TO ESCALATION-REPORT-REC
           STRING "SEVERE - ACKNOWLEDGED, NOT BOOKED AFTER "
              WS-TIER-2-DAYS " BUSINESS DAYS"
              DELIMITED BY SIZE INTO ESCALATION-REPORT-REC
           WRITE ESCALATION-REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-TRACK-COUNT
              IF WS-RTK-STATUS(WS-IDX) = "A" AND
                 WS-RTK-BAND(WS-IDX) = "SEVERE" AND
                 WS-RTK-AGE(WS-IDX) > WS-TIER-2-DAYS THEN
                 ADD 1 TO WS-UNBOOKED-COUNT
                 MOVE SPACES TO ESCALATION-REPORT-REC
                 STRING "  " WS-RTK-PATIENT(WS-IDX) " OPENED "
                    WS-RTK-OPENED(WS-IDX) " WAIT "
                    WS-RTK-AGE(WS-IDX) " ACK BY "
                    WS-RTK-ACK-BY(WS-IDX) " "
                    WS-RTK-ACK-WHEN(WS-IDX)(1:8) " "
                    WS-RTK-PHYSICIAN(WS-IDX)
                    DELIMITED BY SIZE INTO ESCALATION-REPORT-REC
                 WRITE ESCALATION-REPORT-REC
              END-IF
           END-PERFORM
           IF WS-UNBOOKED-COUNT = 0 THEN
              MOVE "  (NONE)" TO ESCALATION-REPORT-REC
              WRITE ESCALATION-REPORT-REC
           END-IF
           MOVE ALL "=" TO ESCALATION-REPORT-REC(1:80)
           WRITE ESCALATION-REPORT-REC
           MOVE SPACES TO ESCALATION-REPORT-REC
           STRING "TIER 2: " WS-TIER-2-COUNT
              "   TIER 1: " WS-TIER-1-COUNT
              "   SEVERE UNACKNOWLEDGED: " WS-SEVERE-COUNT
              "   SEVERE UNBOOKED: " WS-UNBOOKED-COUNT
              DELIMITED BY SIZE INTO ESCALATION-REPORT-REC
           WRITE ESCALATION-REPORT-REC
           CLOSE ESCALATION-REPORT
           MOVE "ESCALRPT" TO WS-DIST-REPORT
           MOVE "PHYSICIANS" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           DISPLAY "ESCALATION: TIER 2 " WS-TIER-2-COUNT " TIER 1 "
              WS-TIER-1-COUNT " SEVERE UNACKNOWLEDGED "
              WS-SEVERE-COUNT
           IF WS-SEVERE-COUNT > 0 OR WS-UNBOOKED-COUNT > 0 THEN
              MOVE SPACES TO WS-LOG-TEXT
              STRING "REFERRAL-TRACK - " WS-SEVERE-COUNT
                 " SEVERE UNACKNOWLEDGED, " WS-UNBOOKED-COUNT
                 " SEVERE UNBOOKED - SEE ESCALRPT"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-WRITE-ESCALATION-REPORT.


       WRITE-ESCALATION-TIER.
      * One tier's unacknowledged referrals, SEVERE on the first
      * pass and the rest on the second.
           IF WS-TIER = 2 THEN
              MOVE WS-TIER-2-DAYS TO WS-TIER-DAYS
              MOVE 999 TO WS-TIER-HIGH
           ELSE
              MOVE WS-TIER-1-DAYS TO WS-TIER-DAYS
              MOVE WS-TIER-2-DAYS TO WS-TIER-HIGH
           END-IF
           COMPUTE WS-TIER-LOW = WS-TIER-DAYS + 1
           MOVE SPACES TO ESCALATION-REPORT-REC
           WRITE ESCALATION-REPORT-REC
           MOVE SPACES TO ESCALATION-REPORT-REC
           STRING "TIER " WS-TIER " - NOT ACKNOWLEDGED AFTER "
              WS-TIER-DAYS " BUSINESS DAYS"
              DELIMITED BY SIZE INTO ESCALATION-REPORT-REC
           WRITE ESCALATION-REPORT-REC
           MOVE 0 TO WS-TIER-LINES
           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-TRACK-COUNT
                 IF WS-RTK-STATUS(WS-IDX) = "O" AND
                    WS-RTK-AGE(WS-IDX) >= WS-TIER-LOW AND
                    WS-RTK-AGE(WS-IDX) <= WS-TIER-HIGH AND
                    ((WS-PASS = 1 AND WS-RTK-BAND(WS-IDX) = "SEVERE")
                    OR (WS-PASS = 2 AND
                        WS-RTK-BAND(WS-IDX) NOT = "SEVERE")) THEN
                    PERFORM WRITE-ESCALATION-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-TIER-LINES = 0 THEN
              MOVE "  (NONE)" TO ESCALATION-REPORT-REC
              WRITE ESCALATION-REPORT-REC
           END-IF.
       END-WRITE-ESCALATION-TIER.


       WRITE-ESCALATION-LINE.
           ADD 1 TO WS-TIER-LINES
           IF WS-TIER = 2 THEN
              ADD 1 TO WS-TIER-2-COUNT
           ELSE
              ADD 1 TO WS-TIER-1-COUNT
           END-IF
           MOVE SPACES TO WS-SEVERE-MARK
           IF WS-RTK-BAND(WS-IDX) = "SEVERE" THEN
              ADD 1 TO WS-SEVERE-COUNT
              MOVE "*** SEVERE" TO WS-SEVERE-MARK
           END-IF
           MOVE SPACES TO ESCALATION-REPORT-REC
           STRING "  " WS-RTK-PATIENT(WS-IDX) " OPENED "
              WS-RTK-OPENED(WS-IDX) " WAIT " WS-RTK-AGE(WS-IDX) " "
              WS-RTK-REASON(WS-IDX) " " WS-RTK-PHYSICIAN(WS-IDX) " "
              WS-SEVERE-MARK
              DELIMITED BY SIZE INTO ESCALATION-REPORT-REC
           WRITE ESCALATION-REPORT-REC.
       END-WRITE-ESCALATION-LINE.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "REFERRAL-TRACK" AND
                       WS-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:8) TO WS-ACTION
                       MOVE CRQ-FIELDS(9:10) TO WS-PATIENT
                       MOVE CRQ-FIELDS(19:8) TO WS-OPENED
                       MOVE CRQ-FIELDS(27:8) TO WS-APPT-DATE
                       MOVE CRQ-FIELDS(35:10) TO WS-OPERATOR
                       IF WS-WINDOW-REASON = SPACES THEN
                          MOVE CRQ-WINDOW-WHY TO WS-WINDOW-REASON
                       END-IF
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.


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
              MOVE "REFERRAL-TRACK" TO DRG-PROGRAM
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


       CHECK-BATCH-WINDOW.
      * Leaves WS-WINDOW-OK "N" when this update has to wait for the
      * night's chain to finish. With the window set, only an
      * operator holding the W letter who gives a reason gets
      * through, and every such override is logged with it. No
      * indicator on file means no chain has ever held the window.
           MOVE "Y" TO WS-WINDOW-OK
           MOVE "N" TO WS-WINDOW-SET
           OPEN INPUT BATCH-WINDOW
           IF WS-WINDOW-STATUS = "00" THEN
              READ BATCH-WINDOW
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BWN-STATE = "S" THEN
                       MOVE "Y" TO WS-WINDOW-SET
                       MOVE SPACES TO WS-WINDOW-SINCE
                       STRING BWN-CHANGED-ON " " BWN-CHANGED-AT
                          DELIMITED BY SIZE INTO WS-WINDOW-SINCE
                    END-IF
              END-READ
              CLOSE BATCH-WINDOW
           END-IF
           IF WS-WINDOW-SET = "Y" THEN
              DISPLAY "BATCH WINDOW SET SINCE " WS-WINDOW-SINCE
              IF WS-WINDOW-REASON = SPACES OR WS-OPERATOR = SPACES
                 THEN
                 MOVE "N" TO WS-WINDOW-OK
              ELSE
                 MOVE "W" TO WS-NEEDED-FUNC
                 PERFORM CHECK-OPERATOR-SIGNON
                 IF WS-SIGNON-OK = "N" THEN
                    MOVE "N" TO WS-WINDOW-OK
                    DISPLAY "OVERRIDE REFUSED: OPERATOR " WS-OPERATOR
                       " NOT SIGNED FOR OVERRIDES"
                 ELSE
                    PERFORM LOG-WINDOW-OVERRIDE
                 END-IF
              END-IF
           END-IF.
       END-CHECK-BATCH-WINDOW.


       LOG-WINDOW-OVERRIDE.
      * The override line, creating the file on the first write,
      * and a warning on the night's log so the morning review
      * sees it beside the chain it cut across.
           ACCEPT WS-WINDOW-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-WINDOW-TIME FROM TIME
           OPEN EXTEND WINDOW-OVERRIDES
           IF WS-WINOVR-STATUS = "05" OR WS-WINOVR-STATUS = "35"
              CLOSE WINDOW-OVERRIDES
              OPEN OUTPUT WINDOW-OVERRIDES
           END-IF
           MOVE SPACES TO WINDOW-OVERRIDES-REC
           STRING WS-WINDOW-TODAY " " WS-WINDOW-TIME(1:6)
              " REFERRAL-TRACK BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REFERRAL-TRACK - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REFERRAL-TRACK - " WS-ACTION " BY " WS-OPERATOR
              " - " WS-TRACK-COUNT " ON FILE"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "REFERRAL-TRACK - REJECTED " WS-PATIENT " - "
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
           MOVE "REFERRAL-TRACK - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "REFERRAL-TRACK - RUN END" TO WS-LOG-TEXT
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
