           SELECT PATIENT-TRANSACTIONS ASSIGN TO "PATNTRXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTX-STATUS.
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
           SELECT RESULTS-MASTER ASSIGN TO "ALRGYRES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESULTS-STATUS.
      * Every result that files is also added here and never
      * overwritten: the results master only holds each patient's
      * latest screen, and the trend report reads the whole career
      * back from this file.
           SELECT SCREENING-HISTORY ASSIGN TO "ALRGYHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
      * The printable page-per-patient report the clinic files; a
      * fresh one is produced by every roster run, replacing the
      * nurse's hand-copied console lines.
           SELECT PHYSICIAN-REPORT ASSIGN TO "ALRGYRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
      * The night's patient pages collect here first, each line
      * tagged with the patient's ordering physician, so the report
      * can be put together physician by physician once the roster
      * is done instead of in whatever order the feed arrived.
           SELECT REPORT-WORK ASSIGN TO "ALRGYWRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.
      * The physician master PHYSICIAN-MAINT keeps: the name,
      * clinic and delivery preference each cover sheet carries.
           SELECT PHYSICIAN-MASTER ASSIGN TO "PHYSMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PHYS-STATUS.
      * The front desk's distribution list: one line per physician
      * section of tonight's report -- who, how it goes to them,
      * and which pages are theirs -- so nobody hand-splits the
      * print any more.
           SELECT REPORT-DISTRIBUTION ASSIGN TO "ALRGYDST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIST-STATUS.
      * Send-them-to-a-specialist cases land here as their own
      * extract -- every SEVERE band, plus any single allergen
      * weighted 9 or 10 -- so the front desk can work them first
           SELECT URGENT-REFERRALS ASSIGN TO "ALRGYURG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-URGENT-STATUS.
      * The referral tracking master REFERRAL-TRACK works: each
      * urgent referral opens an entry there too, so somebody has
      * to acknowledge it before the escalation report lets it go.
           SELECT REFERRAL-TRACKING ASSIGN TO "REFTRACK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRACK-STATUS.
      * Results going out to the clinic's records system: one
      * message per screened patient, picked up by their interface
      * overnight. Each message is also kept on the sent log so
      * RESULTS-RECON can match the acknowledgements that come back
      * and chase anything the records system never took.
           SELECT RESULTS-OUTBOUND ASSIGN TO "RESLTOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT RESULTS-SENT ASSIGN TO "RESLTSNT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SENT-STATUS.
      * The clinic's patient demographics master; transactions are
      * checked against it before screening so a typo'd patient id
      * can't file results under nobody.
           SELECT AGE-BAND-REFERENCE ASSIGN TO "AGEBNDRF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGEREF-STATUS.
      * The cross-reactivity reference REF-MAINT maintains: each
      * record pairs a screened allergen with one it commonly
      * cross-reacts with and how likely that is, so the page can
      * warn about the related allergens a patient hasn't been
      * screened positive for yet.
           SELECT CROSS-REACTIVITY-REFERENCE ASSIGN TO "CROSSRX"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CROSSREF-STATUS.
      * Progress checkpoint for the roster run, same arrangement
      * SIEVE and COLLATZ keep: the last transaction completed is
      * recorded so a run that dies mid-roster can skip straight
           05 PTX-SCORE    PIC 9(5).
           05 PTX-TEST     PIC X(8).
           05 PTX-ITEM     PIC X(12).
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
      * again. Rows written before the date was kept come forward
      * blank and count as due now.
           05 ARS-DATE    PIC X(8).
       FD  SCREENING-HISTORY.
       01 SCREENING-HISTORY-REC.
           05 AHS-PATIENT PIC X(10).
           05 AHS-DATE    PIC X(8).
           05 AHS-SCORE   PIC 9(5).
           05 AHS-LABEL   PIC X(10).
           05 AHS-WEIGHT  PIC 9(3).
           05 AHS-LIST    PIC X(216).
       FD  PHYSICIAN-REPORT.
       01 PHYSICIAN-REPORT-REC PIC X(80).
       FD  REPORT-WORK.
       01 REPORT-WORK-REC.
           05 RWK-PHYSICIAN PIC X(20).
           05 RWK-PATIENT   PIC X(10).
      * "L" carries one line of the patient's page; "S" carries the
      * patient's cover-sheet entry -- band in the first ten
      * positions, the urgent flag, then the referral reason.
           05 RWK-KIND      PIC X.
           05 RWK-LINE      PIC X(80).
       FD  PHYSICIAN-MASTER.
       01 PHYSICIAN-MASTER-REC.
           05 PHY-ID       PIC X(8).
           05 PHY-NAME     PIC X(30).
           05 PHY-CLINIC   PIC X(20).
           05 PHY-DELIVERY PIC X(6).
           05 PHY-STATUS   PIC X.
       FD  REPORT-DISTRIBUTION.
       01 REPORT-DISTRIBUTION-REC.
           05 DST-PHYSICIAN  PIC X(20).
           05 DST-NAME       PIC X(30).
           05 DST-CLINIC     PIC X(20).
           05 DST-DELIVERY   PIC X(6).
           05 DST-PATIENTS   PIC 999.
           05 DST-URGENT     PIC 999.
           05 DST-FIRST-PAGE PIC 999.
           05 DST-LAST-PAGE  PIC 999.
       FD  URGENT-REFERRALS.
       01 URGENT-REFERRALS-REC.
           05 URG-PATIENT PIC X(10).
           05 URG-REASON  PIC X(20).
           05 URG-WEIGHT  PIC 9(3).
           05 URG-LIST    PIC X(216).
       FD  REFERRAL-TRACKING.
       01 REFERRAL-TRACKING-REC.
           05 RTK-PATIENT    PIC X(10).
           05 RTK-OPENED     PIC X(8).
           05 RTK-BAND       PIC X(10).
           05 RTK-REASON     PIC X(20).
           05 RTK-PHYSICIAN  PIC X(20).
           05 RTK-STATUS     PIC X.
           05 RTK-ACK-BY     PIC X(10).
           05 RTK-ACK-WHEN   PIC X(14).
           05 RTK-BOOK-BY    PIC X(10).
           05 RTK-BOOK-WHEN  PIC X(14).
           05 RTK-APPT-DATE  PIC X(8).
           05 RTK-CLOSE-BY   PIC X(10).
           05 RTK-CLOSE-WHEN PIC X(14).
       FD  RESULTS-OUTBOUND.
       01 RESULTS-OUTBOUND-REC.
           05 MSG-ID           PIC X(20).
           05 MSG-DATE         PIC X(8).
           05 MSG-PATIENT      PIC X(10).
           05 MSG-ORDER        PIC X(8).
           05 MSG-BAND         PIC X(10).
           05 MSG-WEIGHT       PIC 9(3).
           05 MSG-AL-COUNT     PIC 99.
           05 MSG-AL-ENTRY OCCURS 16 TIMES.
              10 MSG-AL-NAME     PIC X(12).
              10 MSG-AL-SEVERITY PIC 99.
       FD  RESULTS-SENT.
       01 RESULTS-SENT-REC.
           05 SNT-MESSAGE      PIC X(285).
           05 SNT-STATUS       PIC X.
           05 SNT-LAST-SENT    PIC X(8).
           05 SNT-SENDS        PIC 99.
           05 SNT-ACK-CODE     PIC XX.
           05 SNT-ACK-WHEN     PIC X(14).
       FD  PATIENT-DEMOGRAPHICS.
       01 PATIENT-DEMOGRAPHICS-REC.
           05 PDM-ID     PIC X(10).
           05 ABF-MIN-AGE PIC 999.
           05 ABF-MAX-AGE PIC 999.
           05 ABF-PCT     PIC 999.
       FD  CROSS-REACTIVITY-REFERENCE.
       01 CROSS-REACTIVITY-REFERENCE-REC.
           05 CRX-ALLERGEN   PIC X(12).
           05 CRX-RELATED    PIC X(12).
      * Percent of patients allergic to the first who react to the
      * second as well.
           05 CRX-LIKELIHOOD PIC 999.
       FD  ORDERS-MASTER.
       01 ORDERS-MASTER-REC.
           05 OM-ORDER     PIC X(8).
      * "O" while the screen is still owed, "C" once its result has
      * filed to the results master.
           05 OM-STATUS    PIC X.
           05 OM-PLACED    PIC X(8).
           05 OM-DUE       PIC X(8).
       FD  RUN-STATISTICS.
       01 RUN-STATISTICS-REC PIC X(80).
       FD  ROSTER-CHECKPOINT.
       01 WS-NOW-PRESENT PIC X.
       01 WS-WAS-PRESENT PIC X.
       01 WS-CMP-IDX    PIC 99.
       01 WS-HISTORY-STATUS PIC XX.
      * Physician report bookkeeping: page numbers, patients printed,
      * and the per-band tallies for the end-of-report totals page.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-BAND-MODERATE PIC 999 VALUE 0.
       01 WS-BAND-SEVERE   PIC 999 VALUE 0.
       01 WS-RPT-IDX      PIC 99.
      * Physician grouping: the physician the patient in hand was
      * ordered by, the physicians tonight's pages fall under with
      * their patient and referral counts, and the master the cover
      * sheets are filled from.
       01 WS-WORK-STATUS PIC XX.
       01 WS-WORK-EOF    PIC X.
       01 WS-PHYS-STATUS PIC XX.
       01 WS-PHYS-EOF    PIC X.
       01 WS-DIST-STATUS PIC XX.
       01 WS-PAGE-PHYSICIAN PIC X(20).
       01 WS-PHYS-COUNT PIC 999 VALUE 0.
       01 WS-PHYS-TABLE.
           05 WS-PHY-ENTRY OCCURS 200 TIMES.
              10 WS-PHY-ID       PIC X(8).
              10 WS-PHY-NAME     PIC X(30).
              10 WS-PHY-CLINIC   PIC X(20).
              10 WS-PHY-DELIVERY PIC X(6).
       01 WS-PHY-IDX   PIC 999.
       01 WS-PHY-FOUND PIC 999.
       01 WS-GRP-COUNT PIC 999 VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
              10 WS-GRP-PHYSICIAN PIC X(20).
              10 WS-GRP-PATIENTS  PIC 999.
              10 WS-GRP-URGENT    PIC 999.
       01 WS-GRP-HOLD  PIC X(26).
       01 WS-GRP-IDX   PIC 999.
       01 WS-GRP-FOUND PIC 999.
       01 WS-GRP-SORT  PIC 999.
       01 WS-GRP-PLACED PIC X.
       01 WS-SECTION-FIRST-PAGE PIC 999.
      * Urgent-referral extract bookkeeping.
       01 WS-URGENT-STATUS PIC XX.
       01 WS-TRACK-STATUS PIC XX.
       01 WS-URGENT-FLAG   PIC X.
       01 WS-URGENT-REASON PIC X(20).
       01 WS-URGENT-COUNT  PIC 999 VALUE 0.
       01 WS-URG-IDX       PIC 99.
      * Outbound results messages: the id is the business date,
      * this run's id and a count within the run, so a rerun or a
      * resumed roster never reissues an id the records system has
      * already seen.
       01 WS-OUTBOUND-STATUS PIC XX.
       01 WS-SENT-STATUS     PIC XX.
       01 WS-MSG-SEQ         PIC 9(6) VALUE 0.
       01 WS-MSG-IDX         PIC 99.
       01 WS-MSG-COUNT       PIC 9(5) VALUE 0.
      * Set by VALIDATE-PATIENT: only an id on the demographics
      * master, registered active, gets screened. A clinic that
      * hasn't set the master up yet screens unvalidated, the same
              10 WS-ORD-PHYSICIAN PIC X(20).
              10 WS-ORD-PANEL     PIC X(12).
              10 WS-ORD-STATUS    PIC X.
              10 WS-ORD-PLACED    PIC X(8).
              10 WS-ORD-DUE       PIC X(8).
       01 WS-ORD-IDX PIC 999.
       01 WS-OPEN-ORDER-IDX PIC 999.
      * Age banding: the patient's date of birth off the
       01 WS-AGE-PCT   PIC 999.
       01 WS-ADJUSTED-SEVERITY PIC 9(5).
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
      * Cross-reactivity: the pairings for the night, and the
      * scratch fields for deciding whether one applies to the
      * patient in hand -- the first allergen matched, the related
      * one not -- and what the related one weighs on the allergen
      * reference.
       01 WS-CROSSREF-STATUS PIC XX.
       01 WS-CROSSREF-EOF PIC X.
       01 WS-CROSS-COUNT PIC 99 VALUE 0.
       01 WS-CROSS-TABLE.
           05 WS-CRX-ENTRY OCCURS 50 TIMES.
              10 WS-CRX-ALLERGEN   PIC X(12).
              10 WS-CRX-RELATED    PIC X(12).
              10 WS-CRX-LIKELIHOOD PIC 999.
       01 WS-CRX-IDX PIC 99.
       01 WS-CRX-PRINTED PIC 99.
       01 WS-CRX-POSSIBLE PIC X.
       01 WS-CRX-WEIGHT PIC 99.
      * Roster checkpoint bookkeeping: how many transactions were
      * completed before an interruption, and how many this pass has
      * skipped on its way back to that spot.
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
      * to run, carrying the previous run's results in so each
      * patient's changes since last screen can be called out.
           PERFORM LOAD-AGE-BANDS
           PERFORM LOAD-CROSS-REACTIVITY
           PERFORM LOAD-PRIOR-RESULTS
           PERFORM LOAD-ORDERS-MASTER
           PERFORM PROCESS-PATIENT-ROSTER
              PERFORM SEED-PATIENT-TRANSACTIONS
              OPEN INPUT PATIENT-TRANSACTIONS
           END-IF
      * A resumed run extends the pages it was building when it
      * died instead of starting fresh over the ones already
      * produced.
           IF WS-CKPT-USABLE = "Y" THEN
              OPEN EXTEND REPORT-WORK
              IF WS-WORK-STATUS = "05" OR WS-WORK-STATUS = "35"
                 CLOSE REPORT-WORK
                 OPEN OUTPUT REPORT-WORK
              END-IF
           ELSE
              OPEN OUTPUT REPORT-WORK
           END-IF
           MOVE "N" TO WS-PTX-EOF
           MOVE 0 TO WS-SKIPPED-SO-FAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPORT-WORK
           PERFORM ASSEMBLE-PHYSICIAN-REPORT
           CLOSE PATIENT-TRANSACTIONS
           PERFORM CLEAR-ROSTER-CHECKPOINT.

              PERFORM RECORD-PATIENT-RESULT
              PERFORM WRITE-PATIENT-PAGE
              PERFORM CHECK-URGENT-REFERRAL
              PERFORM WRITE-REPORT-WORK-SUMMARY
              PERFORM WRITE-OUTBOUND-MESSAGE
              PERFORM CLOSE-PATIENT-ORDER
           END-IF.

                             WS-ORD-PANEL(WS-ORDER-COUNT)
                          MOVE OM-STATUS TO
                             WS-ORD-STATUS(WS-ORDER-COUNT)
                          MOVE OM-PLACED TO
                             WS-ORD-PLACED(WS-ORDER-COUNT)
                          MOVE OM-DUE TO
                             WS-ORD-DUE(WS-ORDER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.


       WRITE-OUTBOUND-MESSAGE.
      * One message per screened patient: who, which order it
      * answered, the band and weight, and each allergen the patient
      * matched with its weight. The same message goes on the sent
      * log, unacknowledged, for RESULTS-RECON to reconcile.
           ADD 1 TO WS-MSG-SEQ
           MOVE SPACES TO RESULTS-OUTBOUND-REC
           STRING WS-BUSI-DATE WS-RUN-ID WS-MSG-SEQ
              DELIMITED BY SIZE INTO MSG-ID
           MOVE WS-BUSI-DATE TO MSG-DATE
           MOVE WS-PATIENT TO MSG-PATIENT
           IF WS-ORDERS-ON-FILE = "Y" AND WS-OPEN-ORDER-IDX > 0 THEN
              MOVE WS-ORD-ORDER(WS-OPEN-ORDER-IDX) TO MSG-ORDER
           END-IF
           MOVE WS-SEVERITY-LABEL TO MSG-BAND
           MOVE WS-TOTAL-SEVERITY TO MSG-WEIGHT
           MOVE 0 TO MSG-AL-COUNT
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1 UNTIL WS-MSG-IDX > 16
              IF WS-ALLERGEN(WS-MSG-IDX) NOT = SPACES THEN
                 MOVE WS-ALLERGEN(WS-MSG-IDX) TO WS-AL-NAME
                 MOVE WS-RESULT-LIST TO WS-CHECK-LIST
                 PERFORM CHECK-ALLERGEN-IN-LIST
                 IF WS-AL-PRESENT = "Y" THEN
                    ADD 1 TO MSG-AL-COUNT
                    MOVE WS-ALLERGEN(WS-MSG-IDX)
                       TO MSG-AL-NAME(MSG-AL-COUNT)
                    MOVE WS-SEVERITY(WS-MSG-IDX)
                       TO MSG-AL-SEVERITY(MSG-AL-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           OPEN EXTEND RESULTS-OUTBOUND
           IF WS-OUTBOUND-STATUS = "05" OR WS-OUTBOUND-STATUS = "35"
              CLOSE RESULTS-OUTBOUND
              OPEN OUTPUT RESULTS-OUTBOUND
           END-IF
           WRITE RESULTS-OUTBOUND-REC
           CLOSE RESULTS-OUTBOUND
           OPEN EXTEND RESULTS-SENT
           IF WS-SENT-STATUS = "05" OR WS-SENT-STATUS = "35"
              CLOSE RESULTS-SENT
              OPEN OUTPUT RESULTS-SENT
           END-IF
           MOVE SPACES TO RESULTS-SENT-REC
           MOVE RESULTS-OUTBOUND-REC TO SNT-MESSAGE
           MOVE "S" TO SNT-STATUS
           MOVE WS-BUSI-DATE TO SNT-LAST-SENT
           MOVE 1 TO SNT-SENDS
           WRITE RESULTS-SENT-REC
           CLOSE RESULTS-SENT
           ADD 1 TO WS-MSG-COUNT.


       CLOSE-PATIENT-ORDER.
      * The result just filed; the order it answered closes so the
      * same order can't pay for a second screen.
                 MOVE WS-ORD-PHYSICIAN(WS-ORD-IDX) TO OM-PHYSICIAN
                 MOVE WS-ORD-PANEL(WS-ORD-IDX) TO OM-PANEL
                 MOVE WS-ORD-STATUS(WS-ORD-IDX) TO OM-STATUS
                 MOVE WS-ORD-PLACED(WS-ORD-IDX) TO OM-PLACED
                 MOVE WS-ORD-DUE(WS-ORD-IDX) TO OM-DUE
                 WRITE ORDERS-MASTER-REC
              END-PERFORM
              CLOSE ORDERS-MASTER
              MOVE WS-RESULT-LIST TO WS-RES-LIST(WS-RES-FOUND)
              PERFORM GET-BUSINESS-DATE
              MOVE WS-BUSI-DATE TO WS-RES-DATE(WS-RES-FOUND)
           END-IF
           PERFORM WRITE-SCREENING-HISTORY.


       WRITE-SCREENING-HISTORY.
      * Appends tonight's result to the permanent history, creating
      * the file on the first write. It files even when the results
      * table is full, so the history never misses a screen.
           PERFORM GET-BUSINESS-DATE
           OPEN EXTEND SCREENING-HISTORY
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
              CLOSE SCREENING-HISTORY
              OPEN OUTPUT SCREENING-HISTORY
           END-IF
           MOVE WS-PATIENT TO AHS-PATIENT
           MOVE WS-BUSI-DATE TO AHS-DATE
           MOVE WS-SCORE TO AHS-SCORE
           MOVE WS-SEVERITY-LABEL TO AHS-LABEL
           MOVE WS-TOTAL-SEVERITY TO AHS-WEIGHT
           MOVE WS-RESULT-LIST TO AHS-LIST
           WRITE SCREENING-HISTORY-REC
           CLOSE SCREENING-HISTORY.


       WRITE-PATIENT-PAGE.
      * One printable page per screened patient: who, the submitted
      * score, every matched allergen with its severity weight, and
      * the weighted band -- the page the nurse used to copy out by
      * hand. The page lands on the work file under the ordering
      * physician and takes its final page number when the report
      * is put together.
           MOVE SPACES TO WS-PAGE-PHYSICIAN
           IF WS-ORDERS-ON-FILE = "Y" AND WS-OPEN-ORDER-IDX > 0 THEN
              MOVE WS-ORD-PHYSICIAN(WS-OPEN-ORDER-IDX) TO
                 WS-PAGE-PHYSICIAN
           END-IF
           ADD 1 TO WS-RPT-PAGE
           ADD 1 TO WS-RPT-PATIENTS
           MOVE ALL "-" TO PHYSICIAN-REPORT-REC
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO PHYSICIAN-REPORT-REC
           STRING "ALLERGY SCREENING REPORT" "   PAGE " WS-RPT-PAGE
              DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO PHYSICIAN-REPORT-REC
           STRING "PATIENT: " WS-PATIENT
              "   SUBMITTED SCORE: " WS-SCORE
              DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
           PERFORM WRITE-REPORT-WORK-LINE
           IF WS-PAGE-PHYSICIAN NOT = SPACES THEN
              MOVE SPACES TO PHYSICIAN-REPORT-REC
              STRING "ORDERED BY: " WS-PAGE-PHYSICIAN
                 DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
              PERFORM WRITE-REPORT-WORK-LINE
           END-IF
           MOVE "MATCHED ALLERGENS:" TO PHYSICIAN-REPORT-REC
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1 UNTIL WS-RPT-IDX > 16
              IF WS-ALLERGEN(WS-RPT-IDX) NOT = SPACES THEN
                 MOVE WS-ALLERGEN(WS-RPT-IDX) TO WS-AL-NAME
                    STRING "   " WS-ALLERGEN(WS-RPT-IDX)
                       "  WEIGHT " WS-SEVERITY(WS-RPT-IDX)
                       DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
                    PERFORM WRITE-REPORT-WORK-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RESULT-LIST = SPACES THEN
              MOVE "   (NONE)" TO PHYSICIAN-REPORT-REC
              PERFORM WRITE-REPORT-WORK-LINE
           END-IF
           MOVE SPACES TO PHYSICIAN-REPORT-REC
           STRING "TOTAL WEIGHT: " WS-TOTAL-SEVERITY
              "   BAND: " WS-SEVERITY-LABEL
              DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-CROSS-REACTIONS
           EVALUATE WS-SEVERITY-LABEL
              WHEN "NONE"     ADD 1 TO WS-BAND-NONE
              WHEN "MILD"     ADD 1 TO WS-BAND-MILD
           END-EVALUATE.


       WRITE-REPORT-WORK-LINE.
      * One line of the patient's page onto the work file, under
      * the physician the page will be filed with.
           MOVE WS-PAGE-PHYSICIAN TO RWK-PHYSICIAN
           MOVE WS-PATIENT TO RWK-PATIENT
           MOVE "L" TO RWK-KIND
           MOVE PHYSICIAN-REPORT-REC TO RWK-LINE
           WRITE REPORT-WORK-REC.


       WRITE-REPORT-WORK-SUMMARY.
      * The patient's entry for the physician's cover sheet, once
      * the referral decision is in.
           MOVE WS-PAGE-PHYSICIAN TO RWK-PHYSICIAN
           MOVE WS-PATIENT TO RWK-PATIENT
           MOVE "S" TO RWK-KIND
           MOVE SPACES TO RWK-LINE
           MOVE WS-SEVERITY-LABEL TO RWK-LINE(1:10)
           MOVE WS-URGENT-FLAG TO RWK-LINE(11:1)
           MOVE WS-URGENT-REASON TO RWK-LINE(12:20)
           WRITE REPORT-WORK-REC.


       ASSEMBLE-PHYSICIAN-REPORT.
      * The filing copy, put together from the work file: one
      * section per ordering physician in id order, each behind a
      * cover sheet naming the physician's patients and referrals,
      * then the totals page. Pages are numbered as they go out,
      * and each section's page range goes on the distribution
      * list. Pages with no ordering physician -- no orders master
      * on file -- form a section of their own.
           PERFORM LOAD-PHYSICIAN-MASTER
           PERFORM COLLECT-REPORT-PHYSICIANS
           OPEN OUTPUT PHYSICIAN-REPORT
           OPEN OUTPUT REPORT-DISTRIBUTION
           MOVE 0 TO WS-RPT-PAGE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1 UNTIL WS-GRP-IDX >
              WS-GRP-COUNT
              PERFORM WRITE-PHYSICIAN-SECTION
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS-PAGE
           CLOSE REPORT-DISTRIBUTION
           CLOSE PHYSICIAN-REPORT
           MOVE "ALRGYRPT" TO WS-DIST-REPORT
           MOVE "PHYSICIANS" TO WS-DIST-DEST
           MOVE "Y" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.


       LOAD-PHYSICIAN-MASTER.
      * Names for the cover sheets; no master on file leaves every
      * section under its bare physician id.
           MOVE 0 TO WS-PHYS-COUNT
           MOVE "N" TO WS-PHYS-EOF
           OPEN INPUT PHYSICIAN-MASTER
           IF WS-PHYS-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-PHYS-EOF = "Y"
                 READ PHYSICIAN-MASTER
                    AT END
                       MOVE "Y" TO WS-PHYS-EOF
                    NOT AT END
                       IF WS-PHYS-COUNT < 200 THEN
                          ADD 1 TO WS-PHYS-COUNT
                          MOVE PHY-ID TO WS-PHY-ID(WS-PHYS-COUNT)
                          MOVE PHY-NAME TO
                             WS-PHY-NAME(WS-PHYS-COUNT)
                          MOVE PHY-CLINIC TO
                             WS-PHY-CLINIC(WS-PHYS-COUNT)
                          MOVE PHY-DELIVERY TO
                             WS-PHY-DELIVERY(WS-PHYS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PHYSICIAN-MASTER
           END-IF.


       COLLECT-REPORT-PHYSICIANS.
      * Every physician with a patient on tonight's work file, with
      * their patient and urgent-referral counts, sorted by id.
           MOVE 0 TO WS-GRP-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT REPORT-WORK
           IF WS-WORK-STATUS = "00" THEN
              PERFORM UNTIL WS-WORK-EOF = "Y"
                 READ REPORT-WORK
                    AT END
                       MOVE "Y" TO WS-WORK-EOF
                    NOT AT END
                       IF RWK-KIND = "S" THEN
                          MOVE 0 TO WS-GRP-FOUND
                          PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                             UNTIL WS-GRP-IDX > WS-GRP-COUNT
                             IF WS-GRP-PHYSICIAN(WS-GRP-IDX) =
                                RWK-PHYSICIAN THEN
                                MOVE WS-GRP-IDX TO WS-GRP-FOUND
                             END-IF
                          END-PERFORM
                          IF WS-GRP-FOUND = 0 AND
                             WS-GRP-COUNT < 200 THEN
                             ADD 1 TO WS-GRP-COUNT
                             MOVE WS-GRP-COUNT TO WS-GRP-FOUND
                             MOVE RWK-PHYSICIAN TO
                                WS-GRP-PHYSICIAN(WS-GRP-FOUND)
                             MOVE 0 TO WS-GRP-PATIENTS(WS-GRP-FOUND)
                             MOVE 0 TO WS-GRP-URGENT(WS-GRP-FOUND)
                          END-IF
                          IF WS-GRP-FOUND > 0 THEN
                             ADD 1 TO WS-GRP-PATIENTS(WS-GRP-FOUND)
                             IF RWK-LINE(11:1) = "Y" THEN
                                ADD 1 TO WS-GRP-URGENT(WS-GRP-FOUND)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPORT-WORK
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 2 BY 1 UNTIL WS-GRP-IDX >
              WS-GRP-COUNT
              MOVE WS-GRP-ENTRY(WS-GRP-IDX) TO WS-GRP-HOLD
              MOVE WS-GRP-IDX TO WS-GRP-SORT
              MOVE "N" TO WS-GRP-PLACED
              PERFORM UNTIL WS-GRP-PLACED = "Y"
                 IF WS-GRP-SORT < 2 THEN
                    MOVE "Y" TO WS-GRP-PLACED
                 ELSE
                    IF WS-GRP-PHYSICIAN(WS-GRP-SORT - 1) >
                       WS-GRP-HOLD(1:20) THEN
                       MOVE WS-GRP-ENTRY(WS-GRP-SORT - 1) TO
                          WS-GRP-ENTRY(WS-GRP-SORT)
                       SUBTRACT 1 FROM WS-GRP-SORT
                    ELSE
                       MOVE "Y" TO WS-GRP-PLACED
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-GRP-HOLD TO WS-GRP-ENTRY(WS-GRP-SORT)
           END-PERFORM.


       WRITE-PHYSICIAN-SECTION.
      * The cover sheet, then the physician's patient pages copied
      * across from the work file in roster order, renumbered.
           MOVE 0 TO WS-PHY-FOUND
           PERFORM VARYING WS-PHY-IDX FROM 1 BY 1 UNTIL WS-PHY-IDX >
              WS-PHYS-COUNT
              IF WS-PHY-ID(WS-PHY-IDX) = WS-GRP-PHYSICIAN(WS-GRP-IDX)
                 THEN
                 MOVE WS-PHY-IDX TO WS-PHY-FOUND
              END-IF
           END-PERFORM
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-SECTION-FIRST-PAGE
           MOVE ALL "=" TO PHYSICIAN-REPORT-REC
           WRITE PHYSICIAN-REPORT-REC
           MOVE SPACES TO PHYSICIAN-REPORT-REC
           STRING "PHYSICIAN COVER SHEET" "   PAGE " WS-RPT-PAGE
              DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
           WRITE PHYSICIAN-REPORT-REC
           MOVE SPACES TO PHYSICIAN-REPORT-REC
           IF WS-GRP-PHYSICIAN(WS-GRP-IDX) = SPACES THEN
              MOVE "PHYSICIAN: (NO ORDERING PHYSICIAN)" TO
                 PHYSICIAN-REPORT-REC
           ELSE
              IF WS-PHY-FOUND = 0 THEN
                 STRING "PHYSICIAN: " WS-GRP-PHYSICIAN(WS-GRP-IDX)
                    "  (NOT ON PHYSICIAN MASTER)"
                    DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
              ELSE
                 STRING "PHYSICIAN: " WS-PHY-ID(WS-PHY-FOUND) "  "
                    WS-PHY-NAME(WS-PHY-FOUND)
                    DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
              END-IF
           END-IF
           WRITE PHYSICIAN-REPORT-REC
           IF WS-PHY-FOUND > 0 THEN
              MOVE SPACES TO PHYSICIAN-REPORT-REC
              STRING "CLINIC: " WS-PHY-CLINIC(WS-PHY-FOUND)
                 "   DELIVER BY: " WS-PHY-DELIVERY(WS-PHY-FOUND)
                 DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
              WRITE PHYSICIAN-REPORT-REC
           END-IF
           MOVE SPACES TO PHYSICIAN-REPORT-REC
           STRING "PATIENTS: " WS-GRP-PATIENTS(WS-GRP-IDX)
              "   URGENT REFERRALS: " WS-GRP-URGENT(WS-GRP-IDX)
              DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
           WRITE PHYSICIAN-REPORT-REC
           MOVE "PATIENT     BAND        REFERRAL" TO
              PHYSICIAN-REPORT-REC
           WRITE PHYSICIAN-REPORT-REC
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT REPORT-WORK
           PERFORM UNTIL WS-WORK-EOF = "Y"
              READ REPORT-WORK
                 AT END
                    MOVE "Y" TO WS-WORK-EOF
                 NOT AT END
                    IF RWK-KIND = "S" AND
                       RWK-PHYSICIAN = WS-GRP-PHYSICIAN(WS-GRP-IDX)
                       THEN
                       MOVE SPACES TO PHYSICIAN-REPORT-REC
                       IF RWK-LINE(11:1) = "Y" THEN
                          STRING RWK-PATIENT "  " RWK-LINE(1:10)
                             "  URGENT - " RWK-LINE(12:20)
                             DELIMITED BY SIZE
                             INTO PHYSICIAN-REPORT-REC
                       ELSE
                          STRING RWK-PATIENT "  " RWK-LINE(1:10)
                             DELIMITED BY SIZE
                             INTO PHYSICIAN-REPORT-REC
                       END-IF
                       WRITE PHYSICIAN-REPORT-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPORT-WORK
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT REPORT-WORK
           PERFORM UNTIL WS-WORK-EOF = "Y"
              READ REPORT-WORK
                 AT END
                    MOVE "Y" TO WS-WORK-EOF
                 NOT AT END
                    IF RWK-KIND = "L" AND
                       RWK-PHYSICIAN = WS-GRP-PHYSICIAN(WS-GRP-IDX)
                       THEN
                       MOVE RWK-LINE TO PHYSICIAN-REPORT-REC
                       IF RWK-LINE(1:24) = "ALLERGY SCREENING REPORT"
                          THEN
                          ADD 1 TO WS-RPT-PAGE
                          MOVE SPACES TO PHYSICIAN-REPORT-REC
                          STRING "ALLERGY SCREENING REPORT"
                             "   PAGE " WS-RPT-PAGE
                             DELIMITED BY SIZE
                             INTO PHYSICIAN-REPORT-REC
                       END-IF
                       WRITE PHYSICIAN-REPORT-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPORT-WORK
           MOVE WS-GRP-PHYSICIAN(WS-GRP-IDX) TO DST-PHYSICIAN
           IF WS-PHY-FOUND > 0 THEN
              MOVE WS-PHY-NAME(WS-PHY-FOUND) TO DST-NAME
              MOVE WS-PHY-CLINIC(WS-PHY-FOUND) TO DST-CLINIC
              MOVE WS-PHY-DELIVERY(WS-PHY-FOUND) TO DST-DELIVERY
           ELSE
              MOVE SPACES TO DST-NAME
              MOVE SPACES TO DST-CLINIC
              MOVE "PRINT" TO DST-DELIVERY
           END-IF
           MOVE WS-GRP-PATIENTS(WS-GRP-IDX) TO DST-PATIENTS
           MOVE WS-GRP-URGENT(WS-GRP-IDX) TO DST-URGENT
           MOVE WS-SECTION-FIRST-PAGE TO DST-FIRST-PAGE
           MOVE WS-RPT-PAGE TO DST-LAST-PAGE
           WRITE REPORT-DISTRIBUTION-REC.


       WRITE-REPORT-TOTALS-PAGE.
      * The filing copy's last page: how many pages went before it
      * and how the night's patients spread across the bands.
                 END-IF
              END-IF
           END-PERFORM
      * A likely reaction to a 9- or 10-weight allergen the patient
      * hasn't been screened positive for refers the same as a
      * matched one would.
           PERFORM VARYING WS-CRX-IDX FROM 1 BY 1 UNTIL WS-CRX-IDX >
              WS-CROSS-COUNT OR WS-URGENT-FLAG = "Y"
              PERFORM CHECK-CROSS-REACTION
              IF WS-CRX-POSSIBLE = "Y" AND WS-CRX-WEIGHT >= 9 THEN
                 MOVE "Y" TO WS-URGENT-FLAG
                 MOVE "HIGH-WEIGHT CROSS-RX" TO WS-URGENT-REASON
              END-IF
           END-PERFORM
           IF WS-URGENT-FLAG = "Y" THEN
              ADD 1 TO WS-URGENT-COUNT
              DISPLAY "URGENT REFERRAL: " WS-PATIENT " - "
           MOVE WS-TOTAL-SEVERITY TO URG-WEIGHT
           MOVE WS-RESULT-LIST TO URG-LIST
           WRITE URGENT-REFERRALS-REC
           CLOSE URGENT-REFERRALS
           PERFORM OPEN-REFERRAL-TRACKING.


       OPEN-REFERRAL-TRACKING.
      * The referral's tracking entry opens unacknowledged under
      * tonight's business date and the ordering physician.
           OPEN EXTEND REFERRAL-TRACKING
           IF WS-TRACK-STATUS = "05" OR WS-TRACK-STATUS = "35"
              CLOSE REFERRAL-TRACKING
              OPEN OUTPUT REFERRAL-TRACKING
           END-IF
           MOVE SPACES TO REFERRAL-TRACKING-REC
           MOVE WS-PATIENT TO RTK-PATIENT
           MOVE WS-BUSI-DATE TO RTK-OPENED
           MOVE WS-SEVERITY-LABEL TO RTK-BAND
           MOVE WS-URGENT-REASON TO RTK-REASON
           MOVE WS-PAGE-PHYSICIAN TO RTK-PHYSICIAN
           MOVE "O" TO RTK-STATUS
           WRITE REFERRAL-TRACKING-REC
           CLOSE REFERRAL-TRACKING.


       LOAD-CROSS-REACTIVITY.
      * The reference file's pairings replace the built-in defaults
      * wholesale when it exists; with no file the defaults stand,
      * the same arrangement the age bands run under.
           MOVE 7 TO WS-CROSS-COUNT
           MOVE "peanuts" TO WS-CRX-ALLERGEN(1)
           MOVE "tree nuts" TO WS-CRX-RELATED(1)
           MOVE 35 TO WS-CRX-LIKELIHOOD(1)
           MOVE "peanuts" TO WS-CRX-ALLERGEN(2)
           MOVE "lupin" TO WS-CRX-RELATED(2)
           MOVE 20 TO WS-CRX-LIKELIHOOD(2)
           MOVE "shellfish" TO WS-CRX-ALLERGEN(3)
           MOVE "dust mites" TO WS-CRX-RELATED(3)
           MOVE 50 TO WS-CRX-LIKELIHOOD(3)
           MOVE "pollen" TO WS-CRX-ALLERGEN(4)
           MOVE "tomatoes" TO WS-CRX-RELATED(4)
           MOVE 25 TO WS-CRX-LIKELIHOOD(4)
           MOVE "pollen" TO WS-CRX-ALLERGEN(5)
           MOVE "strawberries" TO WS-CRX-RELATED(5)
           MOVE 15 TO WS-CRX-LIKELIHOOD(5)
           MOVE "cats" TO WS-CRX-ALLERGEN(6)
           MOVE "dogs" TO WS-CRX-RELATED(6)
           MOVE 30 TO WS-CRX-LIKELIHOOD(6)
           MOVE "eggs" TO WS-CRX-ALLERGEN(7)
           MOVE "chicken" TO WS-CRX-RELATED(7)
           MOVE 10 TO WS-CRX-LIKELIHOOD(7)
           MOVE "N" TO WS-CROSSREF-EOF
           OPEN INPUT CROSS-REACTIVITY-REFERENCE
           IF WS-CROSSREF-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE 0 TO WS-CROSS-COUNT
              PERFORM UNTIL WS-CROSSREF-EOF = "Y"
                 READ CROSS-REACTIVITY-REFERENCE
                    AT END
                       MOVE "Y" TO WS-CROSSREF-EOF
                    NOT AT END
                       IF WS-CROSS-COUNT < 50 THEN
                          ADD 1 TO WS-CROSS-COUNT
                          MOVE CRX-ALLERGEN TO
                             WS-CRX-ALLERGEN(WS-CROSS-COUNT)
                          MOVE CRX-RELATED TO
                             WS-CRX-RELATED(WS-CROSS-COUNT)
                          MOVE CRX-LIKELIHOOD TO
                             WS-CRX-LIKELIHOOD(WS-CROSS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CROSS-REACTIVITY-REFERENCE
           END-IF.


       CHECK-CROSS-REACTION.
      * Does pairing WS-CRX-IDX apply to tonight's patient? Only
      * when the first allergen matched and the related one didn't
      * -- a related allergen already on the list is a finding, not
      * a possibility. WS-CRX-WEIGHT comes back with the related
      * allergen's reference weight, or zero when the screening
      * panel doesn't carry it.
           MOVE "N" TO WS-CRX-POSSIBLE
           MOVE 0 TO WS-CRX-WEIGHT
           MOVE WS-RESULT-LIST TO WS-CHECK-LIST
           MOVE WS-CRX-ALLERGEN(WS-CRX-IDX) TO WS-AL-NAME
           PERFORM CHECK-ALLERGEN-IN-LIST
           IF WS-AL-PRESENT = "Y" THEN
              MOVE WS-CRX-RELATED(WS-CRX-IDX) TO WS-AL-NAME
              PERFORM CHECK-ALLERGEN-IN-LIST
              IF WS-AL-PRESENT = "N" THEN
                 MOVE "Y" TO WS-CRX-POSSIBLE
                 PERFORM VARYING WS-URG-IDX FROM 1 BY 1 UNTIL
                    WS-URG-IDX > 16
                    IF WS-ALLERGEN(WS-URG-IDX) =
                       WS-CRX-RELATED(WS-CRX-IDX) THEN
                       MOVE WS-SEVERITY(WS-URG-IDX) TO WS-CRX-WEIGHT
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.


       WRITE-CROSS-REACTIONS.
      * The block under the band line: every related allergen the
      * patient is likely to react to as well, with the likelihood,
      * and the reference weight where the panel carries one.
           MOVE "POSSIBLE CROSS-REACTIONS:" TO PHYSICIAN-REPORT-REC
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE 0 TO WS-CRX-PRINTED
           PERFORM VARYING WS-CRX-IDX FROM 1 BY 1 UNTIL WS-CRX-IDX >
              WS-CROSS-COUNT
              PERFORM CHECK-CROSS-REACTION
              IF WS-CRX-POSSIBLE = "Y" THEN
                 ADD 1 TO WS-CRX-PRINTED
                 MOVE SPACES TO PHYSICIAN-REPORT-REC
                 IF WS-CRX-WEIGHT > 0 THEN
                    STRING "   " WS-CRX-ALLERGEN(WS-CRX-IDX) " -> "
                       WS-CRX-RELATED(WS-CRX-IDX) "  LIKELIHOOD "
                       WS-CRX-LIKELIHOOD(WS-CRX-IDX) " PCT  WEIGHT "
                       WS-CRX-WEIGHT
                       DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
                 ELSE
                    STRING "   " WS-CRX-ALLERGEN(WS-CRX-IDX) " -> "
                       WS-CRX-RELATED(WS-CRX-IDX) "  LIKELIHOOD "
                       WS-CRX-LIKELIHOOD(WS-CRX-IDX) " PCT"
                       DELIMITED BY SIZE INTO PHYSICIAN-REPORT-REC
                 END-IF
                 PERFORM WRITE-REPORT-WORK-LINE
              END-IF
           END-PERFORM
           IF WS-CRX-PRINTED = 0 THEN
              MOVE "   (NONE)" TO PHYSICIAN-REPORT-REC
              PERFORM WRITE-REPORT-WORK-LINE
           END-IF.


       CHECK-ALLERGEN-IN-LIST.
              " SCREENED, " WS-REJECT-COUNT " REJECTED".


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
              MOVE "ALLERGIES" TO DRG-PROGRAM
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
           STRING "ALLERGIES - NIGHTLY ROSTER SCREENED, "
              WS-MSG-COUNT " RESULTS SENT"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
