       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADT-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The hospital admissions feed: one record per register,
      * update or discharge event, numbered by the hospital in the
      * order it raised them, under the same HDR/TRL framing our
      * own feeds travel under.
           SELECT ADMISSIONS-FEED ASSIGN TO "ADTFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEED-STATUS.
      * The clinic's patient demographics master. This program and
      * PATIENT-MERGE are its only writers; ALLERGIES, ORDER-MAINT,
      * PATIENT-INQUIRY and RECALL-NOTICES all read it.
           SELECT PATIENT-DEMOGRAPHICS ASSIGN TO "PATDEMOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMOG-STATUS.
      * The last event number applied, so a feed sent twice, or an
      * event arriving behind one already applied, is turned away
      * instead of winding a patient's record backwards.
           SELECT ADT-CONTROL ASSIGN TO "ADTCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
      * Every demographic change writes event/field/before/after
      * here; a patient's identity doesn't change without a trail.
           SELECT DEMOGRAPHICS-AUDIT ASSIGN TO "DEMOGAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
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
       FD  ADMISSIONS-FEED.
       01 ADMISSIONS-FEED-REC.
           05 ADT-SEQ     PIC X(8).
      * REG register, UPD update, DIS discharge/deactivate.
           05 ADT-EVENT   PIC X(3).
           05 ADT-STAMP   PIC X(14).
           05 ADT-PATIENT PIC X(10).
           05 ADT-NAME    PIC X(30).
           05 ADT-DOB     PIC X(8).
       FD  PATIENT-DEMOGRAPHICS.
       01 PATIENT-DEMOGRAPHICS-REC.
           05 PDM-ID     PIC X(10).
           05 PDM-NAME   PIC X(30).
           05 PDM-DOB    PIC X(8).
           05 PDM-STATUS PIC X.
       FD  ADT-CONTROL.
       01 ADT-CONTROL-REC.
           05 ACT-LAST-SEQ  PIC 9(8).
           05 ACT-LAST-DATE PIC X(8).
       FD  DEMOGRAPHICS-AUDIT.
       01 DEMOGRAPHICS-AUDIT-REC PIC X(120).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS    PIC XX.
       01 WS-DEMOG-STATUS   PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * Framing state: a feed that opens with an HDR has to close
      * with a TRL whose count matches the events read, or none of
      * it is applied.
       01 WS-SAW-HDR  PIC X.
       01 WS-SAW-TRL  PIC X.
       01 WS-TRL-COUNT PIC X(6).
       01 WS-DETAIL-COUNT PIC 9(6).
      * The feed's events buffered until the framing proves the file
      * whole.
       01 WS-EVT-COUNT PIC 9(4) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVT-ENTRY OCCURS 1000 TIMES.
              10 WS-EVT-SEQ     PIC X(8).
              10 WS-EVT-EVENT   PIC X(3).
              10 WS-EVT-STAMP   PIC X(14).
              10 WS-EVT-PATIENT PIC X(10).
              10 WS-EVT-NAME    PIC X(30).
              10 WS-EVT-DOB     PIC X(8).
       01 WS-EVT-IDX PIC 9(4) VALUE 0.
      * The whole master held in storage while the feed is applied,
      * then written back in full.
       01 WS-PAT-COUNT PIC 9(4) VALUE 0.
       01 WS-PATIENT-TABLE.
           05 WS-PAT-ENTRY OCCURS 2000 TIMES.
              10 WS-PAT-ID     PIC X(10).
              10 WS-PAT-NAME   PIC X(30).
              10 WS-PAT-DOB    PIC X(8).
              10 WS-PAT-STATUS PIC X.
       01 WS-PAT-IDX   PIC 9(4).
       01 WS-PAT-FOUND PIC 9(4).
      * Sequence control: the last event number applied, carried
      * forward event by event as the feed is worked.
       01 WS-LAST-SEQ  PIC 9(8) VALUE 0.
       01 WS-THIS-SEQ  PIC 9(8).
       01 WS-DATE-NUMERIC PIC 9(8).
      * One changed field's before and after, for the audit line.
       01 WS-AUDIT-FIELD PIC X(6).
       01 WS-OLD-TEXT    PIC X(30).
       01 WS-NEW-TEXT    PIC X(30).
       01 WS-AUDIT-TIME  PIC X(8).
      * Run tallies.
       01 WS-APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 WS-REGISTER-COUNT PIC 9(4) VALUE 0.
       01 WS-IMPLIED-COUNT  PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(4) VALUE 0.
       01 WS-GAP-COUNT      PIC 9(4) VALUE 0.
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
       ADT-INTAKE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-ADMISSIONS-FEED
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADMISSIONS FEED REFUSED WHOLE - " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM LOAD-CONTROL-RECORD
              PERFORM LOAD-DEMOGRAPHICS-MASTER
              PERFORM VARYING WS-EVT-IDX FROM 1 BY 1 UNTIL
                 WS-EVT-IDX > WS-EVT-COUNT
                 PERFORM APPLY-ONE-EVENT
              END-PERFORM
              IF WS-APPLIED-COUNT > 0 THEN
                 PERFORM SAVE-DEMOGRAPHICS-MASTER
                 PERFORM SAVE-CONTROL-RECORD
              END-IF
           END-IF
           DISPLAY WS-APPLIED-COUNT " EVENT(S) APPLIED, "
              WS-REJECT-COUNT " REJECTED, " WS-IMPLIED-COUNT
              " PATIENT(S) REGISTERED FROM A LATER EVENT"
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-ADT-INTAKE.


       READ-ADMISSIONS-FEED.
      * The whole feed in and its framing proved before a single
      * event touches the master. No feed on disk is a quiet night.
           MOVE 0 TO WS-EVT-COUNT
           MOVE "N" TO WS-SAW-HDR
           MOVE "N" TO WS-SAW-TRL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ADMISSIONS-FEED
           IF WS-FEED-STATUS NOT = "00" THEN
              DISPLAY "NO ADMISSIONS FEED ON FILE - NOTHING TO APPLY"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ADMISSIONS-FEED
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       EVALUATE TRUE
                          WHEN ADT-SEQ(1:3) = "HDR"
                             MOVE "Y" TO WS-SAW-HDR
                          WHEN ADT-SEQ(1:3) = "TRL"
                             MOVE "Y" TO WS-SAW-TRL
                             MOVE ADMISSIONS-FEED-REC(4:6) TO
                                WS-TRL-COUNT
                          WHEN WS-EVT-COUNT >= 1000
                             MOVE "FEED OVER 1000 EVENTS" TO WS-REASON
                          WHEN OTHER
                             ADD 1 TO WS-EVT-COUNT
                             MOVE ADT-SEQ TO WS-EVT-SEQ(WS-EVT-COUNT)
                             MOVE ADT-EVENT TO
                                WS-EVT-EVENT(WS-EVT-COUNT)
                             MOVE ADT-STAMP TO
                                WS-EVT-STAMP(WS-EVT-COUNT)
                             MOVE ADT-PATIENT TO
                                WS-EVT-PATIENT(WS-EVT-COUNT)
                             MOVE ADT-NAME TO WS-EVT-NAME(WS-EVT-COUNT)
                             MOVE ADT-DOB TO WS-EVT-DOB(WS-EVT-COUNT)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE ADMISSIONS-FEED
           END-IF
           IF WS-REASON = SPACES AND WS-SAW-HDR = "Y" THEN
              IF WS-SAW-TRL = "N" THEN
                 MOVE "HDR WITH NO TRL - FEED CUT SHORT" TO WS-REASON
              ELSE
                 IF WS-TRL-COUNT IS NOT NUMERIC THEN
                    MOVE "TRL COUNT NOT NUMERIC" TO WS-REASON
                 ELSE
                    MOVE WS-EVT-COUNT TO WS-DETAIL-COUNT
                    IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT THEN
                       MOVE "TRL COUNT DISAGREES WITH EVENTS" TO
                          WS-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
       END-READ-ADMISSIONS-FEED.


       LOAD-CONTROL-RECORD.
      * No control record yet means no event has ever been applied.
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT ADT-CONTROL
           IF WS-CONTROL-STATUS = "00" THEN
              READ ADT-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ACT-LAST-SEQ IS NUMERIC THEN
                       MOVE ACT-LAST-SEQ TO WS-LAST-SEQ
                    END-IF
              END-READ
              CLOSE ADT-CONTROL
           END-IF.
       END-LOAD-CONTROL-RECORD.


       SAVE-CONTROL-RECORD.
           OPEN OUTPUT ADT-CONTROL
           MOVE WS-LAST-SEQ TO ACT-LAST-SEQ
           MOVE WS-BUSI-DATE TO ACT-LAST-DATE
           WRITE ADT-CONTROL-REC
           CLOSE ADT-CONTROL.
       END-SAVE-CONTROL-RECORD.


       LOAD-DEMOGRAPHICS-MASTER.
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
                          MOVE PDM-NAME TO WS-PAT-NAME(WS-PAT-COUNT)
                          MOVE PDM-DOB TO WS-PAT-DOB(WS-PAT-COUNT)
                          MOVE PDM-STATUS TO
                             WS-PAT-STATUS(WS-PAT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATIENT-DEMOGRAPHICS
           END-IF.
       END-LOAD-DEMOGRAPHICS-MASTER.


       SAVE-DEMOGRAPHICS-MASTER.
           OPEN OUTPUT PATIENT-DEMOGRAPHICS
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1 UNTIL WS-PAT-IDX >
              WS-PAT-COUNT
              MOVE WS-PAT-ID(WS-PAT-IDX) TO PDM-ID
              MOVE WS-PAT-NAME(WS-PAT-IDX) TO PDM-NAME
              MOVE WS-PAT-DOB(WS-PAT-IDX) TO PDM-DOB
              MOVE WS-PAT-STATUS(WS-PAT-IDX) TO PDM-STATUS
              WRITE PATIENT-DEMOGRAPHICS-REC
           END-PERFORM
           CLOSE PATIENT-DEMOGRAPHICS.
       END-SAVE-DEMOGRAPHICS-MASTER.


       APPLY-ONE-EVENT.
      * A malformed event, or one numbered at or behind the last
      * applied, is rejected on its own; the rest of the feed still
      * applies. A gap in the numbering is only warned about -- the
      * hospital renumbers across its own outages, and refusing
      * everything after a gap would leave the master stale.
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-EVENT-FORM
           IF WS-REASON = SPACES THEN
              MOVE WS-EVT-SEQ(WS-EVT-IDX) TO WS-THIS-SEQ
              IF WS-THIS-SEQ <= WS-LAST-SEQ THEN
                 MOVE "OUT OF SEQUENCE - AT OR BEHIND LAST" TO
                    WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-PATIENT
              EVALUATE WS-EVT-EVENT(WS-EVT-IDX)
                 WHEN "REG"
                    PERFORM APPLY-REGISTER
                 WHEN "UPD"
                    PERFORM APPLY-UPDATE
                 WHEN "DIS"
                    PERFORM APPLY-DISCHARGE
              END-EVALUATE
           END-IF
           IF WS-REASON NOT = SPACES THEN
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY "EVENT " WS-EVT-SEQ(WS-EVT-IDX) " REJECTED: "
                 WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              IF WS-LAST-SEQ > 0 AND WS-THIS-SEQ > WS-LAST-SEQ + 1
                 THEN
                 ADD 1 TO WS-GAP-COUNT
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "ADT-INTAKE - SEQUENCE GAP BEFORE EVENT "
                    WS-EVT-SEQ(WS-EVT-IDX) " - LAST WAS " WS-LAST-SEQ
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                 MOVE "W" TO WS-LOG-SEVERITY
                 PERFORM WRITE-OPERATIONS-LINE
              END-IF
              MOVE WS-THIS-SEQ TO WS-LAST-SEQ
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.
       END-APPLY-ONE-EVENT.


       CHECK-EVENT-FORM.
      * Every event needs a number, a known event code, a time
      * stamp and a patient id; a date of birth, when one is sent,
      * has to be a real date.
           IF WS-EVT-SEQ(WS-EVT-IDX) IS NOT NUMERIC THEN
              MOVE "EVENT NUMBER NOT NUMERIC" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-EVT-EVENT(WS-EVT-IDX) NOT = "REG" AND
              WS-EVT-EVENT(WS-EVT-IDX) NOT = "UPD" AND
              WS-EVT-EVENT(WS-EVT-IDX) NOT = "DIS" THEN
              MOVE "UNKNOWN EVENT CODE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-EVT-STAMP(WS-EVT-IDX) IS NOT NUMERIC THEN
              MOVE "EVENT TIME STAMP NOT NUMERIC" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-EVT-PATIENT(WS-EVT-IDX) = SPACES THEN
              MOVE "EVENT HAS NO PATIENT ID" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-EVT-EVENT(WS-EVT-IDX) = "REG" AND
              WS-EVT-NAME(WS-EVT-IDX) = SPACES THEN
              MOVE "REGISTRATION WITH NO NAME" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-EVT-DOB(WS-EVT-IDX) NOT = SPACES THEN
              IF WS-EVT-DOB(WS-EVT-IDX) IS NOT NUMERIC THEN
                 MOVE "DATE OF BIRTH NOT A DATE" TO WS-REASON
              ELSE
                 MOVE WS-EVT-DOB(WS-EVT-IDX) TO WS-DATE-NUMERIC
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                    NOT = 0 OR
                    WS-EVT-DOB(WS-EVT-IDX) > WS-BUSI-DATE THEN
                    MOVE "DATE OF BIRTH NOT A DATE" TO WS-REASON
                 END-IF
              END-IF
           END-IF.
       END-CHECK-EVENT-FORM.


       FIND-PATIENT.
           MOVE 0 TO WS-PAT-FOUND
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1 UNTIL WS-PAT-IDX >
              WS-PAT-COUNT
              IF WS-PAT-ID(WS-PAT-IDX) = WS-EVT-PATIENT(WS-EVT-IDX)
                 THEN
                 MOVE WS-PAT-IDX TO WS-PAT-FOUND
              END-IF
           END-PERFORM.
       END-FIND-PATIENT.


       APPLY-REGISTER.
      * A new patient goes on active. A registration for a patient
      * already on file is a readmission: the details are refreshed
      * and the patient is active again.
           IF WS-PAT-FOUND = 0 THEN
              PERFORM ADD-PATIENT
              IF WS-REASON = SPACES THEN
                 MOVE "A" TO WS-PAT-STATUS(WS-PAT-FOUND)
                 MOVE "STATUS" TO WS-AUDIT-FIELD
                 MOVE SPACES TO WS-OLD-TEXT
                 MOVE "A" TO WS-NEW-TEXT
                 PERFORM LOG-DEMOGRAPHICS-AUDIT
              END-IF
           ELSE
              PERFORM CHANGE-PATIENT-DETAILS
              PERFORM CHANGE-PATIENT-STATUS-A
           END-IF.
       END-APPLY-REGISTER.


       APPLY-UPDATE.
      * An update for a patient the master has never seen registers
      * them from the update instead of bouncing: the registration
      * that should have come first was missed, and the patient is
      * real all the same. It needs a name to register under.
           IF WS-PAT-FOUND = 0 THEN
              IF WS-EVT-NAME(WS-EVT-IDX) = SPACES THEN
                 MOVE "UPDATE FOR UNKNOWN PATIENT, NO NAME" TO
                    WS-REASON
              ELSE
                 PERFORM REGISTER-FROM-LATER-EVENT
                 IF WS-REASON = SPACES THEN
                    MOVE "A" TO WS-PAT-STATUS(WS-PAT-FOUND)
                    MOVE "STATUS" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-OLD-TEXT
                    MOVE "A" TO WS-NEW-TEXT
                    PERFORM LOG-DEMOGRAPHICS-AUDIT
                 END-IF
              END-IF
           ELSE
              PERFORM CHANGE-PATIENT-DETAILS
           END-IF.
       END-APPLY-UPDATE.


       APPLY-DISCHARGE.
      * Discharge deactivates. A discharge for a patient never
      * registered puts them on inactive, so a result that turns up
      * later is turned away as inactive rather than as unknown.
           IF WS-PAT-FOUND = 0 THEN
              IF WS-EVT-NAME(WS-EVT-IDX) = SPACES THEN
                 MOVE "DISCHARGE FOR UNKNOWN PATIENT" TO WS-REASON
              ELSE
                 PERFORM REGISTER-FROM-LATER-EVENT
                 IF WS-REASON = SPACES THEN
                    MOVE "I" TO WS-PAT-STATUS(WS-PAT-FOUND)
                    MOVE "STATUS" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-OLD-TEXT
                    MOVE "I" TO WS-NEW-TEXT
                    PERFORM LOG-DEMOGRAPHICS-AUDIT
                 END-IF
              END-IF
           ELSE
              IF WS-PAT-STATUS(WS-PAT-FOUND) NOT = "I" THEN
                 MOVE "STATUS" TO WS-AUDIT-FIELD
                 MOVE WS-PAT-STATUS(WS-PAT-FOUND) TO WS-OLD-TEXT
                 MOVE "I" TO WS-NEW-TEXT
                 MOVE "I" TO WS-PAT-STATUS(WS-PAT-FOUND)
                 PERFORM LOG-DEMOGRAPHICS-AUDIT
              END-IF
           END-IF.
       END-APPLY-DISCHARGE.


       REGISTER-FROM-LATER-EVENT.
           PERFORM ADD-PATIENT
           IF WS-REASON = SPACES THEN
              ADD 1 TO WS-IMPLIED-COUNT
              MOVE SPACES TO WS-LOG-TEXT
              STRING "ADT-INTAKE - " WS-EVT-PATIENT(WS-EVT-IDX)
                 " REGISTERED FROM " WS-EVT-EVENT(WS-EVT-IDX)
                 " EVENT " WS-EVT-SEQ(WS-EVT-IDX)
                 " - NO REGISTRATION ON FILE"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-REGISTER-FROM-LATER-EVENT.


       ADD-PATIENT.
      * A new entry at the end of the master, name and date of birth
      * audited from blank.
           IF WS-PAT-COUNT >= 2000 THEN
              MOVE "DEMOGRAPHICS MASTER FULL" TO WS-REASON
           ELSE
              ADD 1 TO WS-REGISTER-COUNT
              ADD 1 TO WS-PAT-COUNT
              MOVE WS-PAT-COUNT TO WS-PAT-FOUND
              MOVE WS-EVT-PATIENT(WS-EVT-IDX) TO
                 WS-PAT-ID(WS-PAT-FOUND)
              MOVE SPACES TO WS-PAT-NAME(WS-PAT-FOUND)
              MOVE SPACES TO WS-PAT-DOB(WS-PAT-FOUND)
              MOVE SPACES TO WS-PAT-STATUS(WS-PAT-FOUND)
              PERFORM CHANGE-PATIENT-DETAILS
           END-IF.
       END-ADD-PATIENT.


       CHANGE-PATIENT-DETAILS.
      * A name or date of birth sent, and different from what is on
      * file, replaces it with a before/after line; fields the event
      * leaves blank are left alone.
           IF WS-EVT-NAME(WS-EVT-IDX) NOT = SPACES AND
              WS-EVT-NAME(WS-EVT-IDX) NOT = WS-PAT-NAME(WS-PAT-FOUND)
              THEN
              MOVE "NAME" TO WS-AUDIT-FIELD
              MOVE WS-PAT-NAME(WS-PAT-FOUND) TO WS-OLD-TEXT
              MOVE WS-EVT-NAME(WS-EVT-IDX) TO WS-NEW-TEXT
              MOVE WS-EVT-NAME(WS-EVT-IDX) TO WS-PAT-NAME(WS-PAT-FOUND)
              PERFORM LOG-DEMOGRAPHICS-AUDIT
           END-IF
           IF WS-EVT-DOB(WS-EVT-IDX) NOT = SPACES AND
              WS-EVT-DOB(WS-EVT-IDX) NOT = WS-PAT-DOB(WS-PAT-FOUND)
              THEN
              MOVE "DOB" TO WS-AUDIT-FIELD
              MOVE WS-PAT-DOB(WS-PAT-FOUND) TO WS-OLD-TEXT
              MOVE WS-EVT-DOB(WS-EVT-IDX) TO WS-NEW-TEXT
              MOVE WS-EVT-DOB(WS-EVT-IDX) TO WS-PAT-DOB(WS-PAT-FOUND)
              PERFORM LOG-DEMOGRAPHICS-AUDIT
           END-IF.
       END-CHANGE-PATIENT-DETAILS.


       CHANGE-PATIENT-STATUS-A.
           IF WS-PAT-STATUS(WS-PAT-FOUND) NOT = "A" THEN
              MOVE "STATUS" TO WS-AUDIT-FIELD
              MOVE WS-PAT-STATUS(WS-PAT-FOUND) TO WS-OLD-TEXT
              MOVE "A" TO WS-NEW-TEXT
              MOVE "A" TO WS-PAT-STATUS(WS-PAT-FOUND)
              PERFORM LOG-DEMOGRAPHICS-AUDIT
           END-IF.
       END-CHANGE-PATIENT-STATUS-A.


       LOG-DEMOGRAPHICS-AUDIT.
      * Which event changed which field of whose record, from what
      * to what -- one line per field changed, creating the audit
      * file on the first write.
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND DEMOGRAPHICS-AUDIT
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              CLOSE DEMOGRAPHICS-AUDIT
              OPEN OUTPUT DEMOGRAPHICS-AUDIT
           END-IF
           MOVE SPACES TO DEMOGRAPHICS-AUDIT-REC
           STRING WS-BUSI-DATE " " WS-AUDIT-TIME(1:6) " "
              WS-EVT-SEQ(WS-EVT-IDX) " " WS-EVT-EVENT(WS-EVT-IDX) " "
              WS-EVT-PATIENT(WS-EVT-IDX) " " WS-AUDIT-FIELD
              " OLD " WS-OLD-TEXT " NEW " WS-NEW-TEXT
              DELIMITED BY SIZE INTO DEMOGRAPHICS-AUDIT-REC
           WRITE DEMOGRAPHICS-AUDIT-REC
           CLOSE DEMOGRAPHICS-AUDIT.
       END-LOG-DEMOGRAPHICS-AUDIT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ADT-INTAKE - " WS-APPLIED-COUNT " APPLIED, "
              WS-REJECT-COUNT " REJECTED, " WS-REGISTER-COUNT
              " NEW, LAST " WS-LAST-SEQ
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-EVT-COUNT = 0 OR WS-EVT-IDX = 0 OR
              WS-EVT-IDX > WS-EVT-COUNT THEN
              STRING "ADT-INTAKE - REJECTED - " WS-REASON
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
              STRING "ADT-INTAKE - REJECTED EVENT "
                 WS-EVT-SEQ(WS-EVT-IDX) " "
                 WS-EVT-PATIENT(WS-EVT-IDX) " - " WS-REASON
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
           MOVE "ADT-INTAKE - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "ADT-INTAKE - RUN END" TO WS-LOG-TEXT
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
