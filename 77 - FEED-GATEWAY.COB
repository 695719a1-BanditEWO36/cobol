       FILE-CONTROL.
      * The one front door: a submitted file is dropped here whole,
      * its first record a "TYPE " tag naming the feed it belongs
      * on (columns 6-14) and the submitter sending it (columns
      * 16-21). The gateway proves the framing and the layout for that
      * type, then routes the records onto the right feed -- or
      * quarantines the file whole with the reason, instead of
      * half-loading it onto the wrong feed by hand.
           SELECT GATEWAY-QUARANTINE ASSIGN TO "GATEQRTN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUAR-STATUS.
      * One receipt per submission for the submitter: accepted or
      * quarantined, the feed, the record counts and any reason,
      * and later a further receipt for each record the receiving
      * batch turns away.
           SELECT GATEWAY-RECEIPTS ASSIGN TO "GATERCPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RECEIPT-STATUS.
      * Every routed submission, kept so a downstream reject can be
      * traced back to whoever sent the records; its marker record
      * holds how far through the rejects the gateway has already
      * read.
           SELECT GATEWAY-SUBMISSIONS ASSIGN TO "GATESUBS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBREG-STATUS.
      * Where downstream rejects are read from: the live REJECTLOG,
      * the RJCTSTG file a REJECT-MAINT sweep stages it onto, and
      * the dated generations LOG-HOUSEKEEPING cuts it onto, each
      * opened by the name held in storage so the one file serves
      * them all.
           SELECT REJECT-SOURCE ASSIGN USING WS-SOURCE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
      * The generation catalog LOG-HOUSEKEEPING keeps: every cut of
      * the shared logs still on disk, oldest first.
           SELECT GENERATION-CATALOG ASSIGN TO "LOGGENS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
      * The structured reject master REJECT-MAINT keeps: rejects
      * already swept off the log, numbered as they were filed.
           SELECT REJECT-MASTER ASSIGN TO "RJCTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
      * The routed-to feed, opened by name held in storage the way
      * the export bridge opens its pickup files.
           SELECT TARGET-FEED ASSIGN USING WS-TARGET-NAME
       01 GATEWAY-QUARANTINE-REC PIC X(256).
       FD  TARGET-FEED.
       01 TARGET-FEED-REC PIC X(256).
      * RC-SUB-DATE/RC-SUB-RUN name the submission: the business
      * date and the gateway run that took it in.
       FD  GATEWAY-RECEIPTS.
       01 GATEWAY-RECEIPT-REC.
           05 RC-SUBMITTER PIC X(6).
           05 RC-DATE      PIC X(8).
           05 RC-SUB-DATE  PIC X(8).
           05 RC-SUB-RUN   PIC X(6).
           05 RC-OUTCOME   PIC X(10).
           05 RC-FEED      PIC X(9).
           05 RC-FRAMED    PIC X.
           05 RC-RECORDS   PIC 9(6).
           05 RC-TRL-COUNT PIC X(6).
           05 RC-REASON    PIC X(70).
       FD  GATEWAY-SUBMISSIONS.
       01 GATEWAY-SUBMISSION-REC.
           05 GS-DATE      PIC X(8).
           05 GS-RUN       PIC X(6).
           05 GS-SUBMITTER PIC X(6).
           05 GS-FEED      PIC X(9).
           05 GS-RECORDS   PIC 9(6).
      * The marker record: the stamp (date, time and run) of the
      * newest reject line read, when the newest REJECTLOG
      * generation was cut, the top reject number on the master,
      * and how many lines the staged and live logs held -- all as
      * they stood at the end of the last run.
       01 GATEWAY-MARKER-REC.
           05 GM-MARKER    PIC X(20).
           05 GM-STAMP     PIC X(22).
           05 GM-CUT-AT    PIC X(14).
           05 GM-RJ-ID     PIC X(4).
           05 GM-SEEN      PIC X(6).
       FD  REJECT-SOURCE.
       01 REJECT-SOURCE-REC PIC X(100).
       FD  GENERATION-CATALOG.
       01 GENERATION-CATALOG-REC.
           05 GC-LOG      PIC X(9).
           05 GC-CUT-AT   PIC X(14).
           05 GC-GEN-NAME PIC X(30).
       FD  REJECT-MASTER.
       01 REJECT-MASTER-REC.
           05 RJ-ID        PIC 9(4).
           05 RJ-PROGRAM   PIC X(21).
           05 RJ-DATE      PIC X(8).
           05 RJ-STATUS    PIC X.
           05 RJ-CORRECTED PIC X(60).
           05 RJ-REASON    PIC X(55).
           05 RJ-OPERATOR  PIC X(10).
           05 RJ-RESUBMITTED PIC X.
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 WS-QUAR-STATUS PIC XX.
       01 WS-TARGET-STATUS PIC XX.
       01 WS-TARGET-NAME PIC X(30).
       01 WS-RECEIPT-STATUS PIC XX.
       01 WS-SUBREG-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-REJECTLOG-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-COMMA-COUNT PIC 99.
       01 WS-CHECK-TEXT PIC X(256).
       01 WS-ROUTED-COUNT PIC 9(4) VALUE 0.
      * Who sent the submission, and what it held: payload records
      * (HDR and TRL aside) and, when framed, what its TRL claimed.
      * The four feeds whose records open with a submitter id give
      * the sender when the TYPE tag leaves it off.
       01 WS-SUBMITTER PIC X(6).
       01 WS-PAYLOAD-COUNT PIC 9(6).
       01 WS-CLAIMED-COUNT PIC X(6).
       01 WS-RECEIPT-COUNT PIC 9(4) VALUE 0.
      * The routed-submission register, the last 500 kept.
       01 WS-SUB-COUNT PIC 999 VALUE 0.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 500 TIMES.
              10 WS-SUB-DATE      PIC X(8).
              10 WS-SUB-RUN       PIC X(6).
              10 WS-SUB-SUBMITTER PIC X(6).
              10 WS-SUB-FEED      PIC X(9).
              10 WS-SUB-RECORDS   PIC 9(6).
       01 WS-SUB-IDX PIC 999.
       01 WS-SUB-MARKER PIC X(20) VALUE "*** REJECTLOG READ".
      * How far the last run read, off the marker; WS-MARK-KNOWN is
      * N until a run has left all four marks. A marker from before
      * the stamp was kept holds a count of REJECTLOG lines read
      * instead, and those lines are passed over once more.
       01 WS-READ-STAMP PIC X(22) VALUE SPACES.
       01 WS-READ-CUT-AT PIC X(14) VALUE SPACES.
       01 WS-READ-RJ-ID PIC 9(4) VALUE 0.
       01 WS-LINES-SEEN PIC 9(6) VALUE 0.
       01 WS-MARK-KNOWN PIC X VALUE "N".
       01 WS-REJECTS-READ PIC 9(6) VALUE 0.
      * The same marks as this run moves them on.
       01 WS-NEW-STAMP PIC X(22).
       01 WS-NEW-CUT-AT PIC X(14).
       01 WS-TOP-RJ-ID PIC 9(4).
       01 WS-SEEN-NOW PIC 9(6).
       01 WS-SEEN-CUT PIC 9(6).
       01 WS-SKIP-IDS PIC 9(6).
      * The log being read, what kind it is -- G generation, S
      * staged, L live -- and this run's position in it.
       01 WS-SOURCE-NAME PIC X(30).
       01 WS-SOURCE-STATUS PIC XX.
       01 WS-SOURCE-KIND PIC X.
       01 WS-REJECT-LINE-NO PIC 9(6).
       01 WS-LINE-NEW PIC X.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-GEN-COUNT PIC 99 VALUE 0.
       01 WS-GEN-TABLE.
           05 WS-GEN-NAME PIC X(30) OCCURS 99 TIMES.
       01 WS-GEN-IDX PIC 99.
       01 WS-DOWNSTREAM-COUNT PIC 9(4) VALUE 0.
      * Which batch program takes each routed feed, by the name it
      * signs its REJECTLOG lines with.
       01 WS-TAKER-COUNT PIC 99 VALUE 10.
       01 WS-TAKER-NAMES.
           05 FILLER PIC X(20) VALUE "PANGRAM".
           05 FILLER PIC X(9)  VALUE "PANGRAMS".
           05 FILLER PIC X(20) VALUE "ISOGRAM".
           05 FILLER PIC X(9)  VALUE "ISOPHRAS".
           05 FILLER PIC X(20) VALUE "ROTATIONAL-CIPHER".
           05 FILLER PIC X(9)  VALUE "CIPHMSGS".
           05 FILLER PIC X(20) VALUE "LUHN".
           05 FILLER PIC X(9)  VALUE "LUHNCARDS".
           05 FILLER PIC X(20) VALUE "SCRABBLE-SCORE".
           05 FILLER PIC X(9)  VALUE "SCRABLIST".
           05 FILLER PIC X(20) VALUE "SCRABBLE".
           05 FILLER PIC X(9)  VALUE "SCRABLIST".
           05 FILLER PIC X(20) VALUE "TWO-FER".
           05 FILLER PIC X(9)  VALUE "TWOFERNM".
           05 FILLER PIC X(20) VALUE "TRIANGLE".
           05 FILLER PIC X(9)  VALUE "TRIANGLS".
           05 FILLER PIC X(20) VALUE "HAMMING".
           05 FILLER PIC X(9)  VALUE "HAMMPAIRS".
           05 FILLER PIC X(20) VALUE "GOLDBACH-REPORT".
           05 FILLER PIC X(9)  VALUE "GOLDEVEN".
       01 WS-TAKER-TABLE REDEFINES WS-TAKER-NAMES.
           05 WS-TAKER-ENTRY OCCURS 10 TIMES.
              10 WS-TAKER-PROG PIC X(20).
              10 WS-TAKER-FEED PIC X(9).
       01 WS-TAKER-IDX PIC 99.
      * One REJECTLOG line pulled apart for tracing.
       01 WS-LINE-STAMP PIC X(14).
       01 WS-LINE-PROG PIC X(20).
       01 WS-LINE-FEED PIC X(9).
       01 WS-LINE-NAMED PIC X(6).
       01 WS-LINE-REASON PIC X(75).
       01 WS-NAMED-AT PIC 99.
       01 WS-SUB-STAMP PIC X(14).
       01 WS-LATEST-IDX PIC 999.
       01 WS-TRACED-COUNT PIC 999.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
       PROCEDURE DIVISION.
       FEED-GATEWAY.
           PERFORM LOG-RUN-START
           PERFORM LOAD-SUBMISSION-REGISTER
           PERFORM SWEEP-DOWNSTREAM-REJECTS
           PERFORM READ-WHOLE-SUBMISSION
           IF WS-LINE-COUNT = 0 THEN
              DISPLAY "NOTHING AT THE FRONT DOOR"
           ELSE
              PERFORM JUDGE-SUBMISSION
              PERFORM COUNT-SUBMISSION-RECORDS
              PERFORM FIND-SUBMITTER-ID
              IF WS-VERDICT = "Y" THEN
                 PERFORM ROUTE-TO-TARGET-FEED
                 DISPLAY WS-ROUTED-COUNT " RECORD(S) ROUTED TO "
                    FUNCTION TRIM(WS-FEED-TYPE)
                 PERFORM REGISTER-SUBMISSION
                 MOVE "ACCEPTED" TO RC-OUTCOME
              ELSE
                 PERFORM QUARANTINE-SUBMISSION
                 DISPLAY "FILE QUARANTINED WHOLE - "
                    WS-REJECT-REASON
                 PERFORM LOG-REJECTED-INPUT
                 MOVE "QUARANTINE" TO RC-OUTCOME
              END-IF
              PERFORM WRITE-SUBMISSION-RECEIPT
              PERFORM EMPTY-THE-INBOX
           END-IF
           PERFORM SAVE-SUBMISSION-REGISTER
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
                 END-IF
              WHEN "CIPHMSGS"
                 IF WS-CHECK-TEXT(1:1) NOT = "E" AND
                    WS-CHECK-TEXT(1:1) NOT = "D" AND
                    WS-CHECK-TEXT(1:1) NOT = "K" AND
                    WS-CHECK-TEXT(1:1) NOT = "U" THEN
                    MOVE "N" TO WS-VERDICT
                    MOVE "CIPHER MODE NOT E, D, K OR U" TO
                       WS-REJECT-REASON
                 END-IF
              WHEN "TRIANGLS"
                 MOVE 0 TO WS-COMMA-COUNT
       END-QUARANTINE-SUBMISSION.


       COUNT-SUBMISSION-RECORDS.
      * The counts the receipt quotes back: payload records with
      * the HDR and TRL left out, whether the file was framed, and
      * the count its TRL claimed. Worked out for a quarantined
      * file too, so the submitter sees what we saw.
           MOVE 0 TO WS-PAYLOAD-COUNT
           MOVE SPACES TO WS-CLAIMED-COUNT
           MOVE "N" TO WS-FRAMED
           IF WS-LINE-COUNT > 1 AND
              WS-LINE-REC(2)(1:3) = "HDR" THEN
              MOVE "Y" TO WS-FRAMED
           END-IF
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX >
              WS-LINE-COUNT
              EVALUATE TRUE
                 WHEN WS-FRAMED = "Y" AND
                    WS-LINE-REC(WS-IDX)(1:3) = "HDR"
                    CONTINUE
                 WHEN WS-FRAMED = "Y" AND
                    WS-LINE-REC(WS-IDX)(1:3) = "TRL"
                    MOVE WS-LINE-REC(WS-IDX)(4:6) TO WS-CLAIMED-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-PAYLOAD-COUNT
              END-EVALUATE
           END-PERFORM.
       END-COUNT-SUBMISSION-RECORDS.


       FIND-SUBMITTER-ID.
      * The TYPE tag names the sender; failing that, the first
      * payload record of a feed that carries submitter ids does.
      * A submission from nobody still gets its receipt, filed
      * under a blank id for the desk to follow up.
           MOVE WS-LINE-REC(1)(16:6) TO WS-SUBMITTER
           IF WS-SUBMITTER = SPACES AND
              (WS-FEED-TYPE = "PANGRAMS" OR
               WS-FEED-TYPE = "ISOPHRAS" OR
               WS-FEED-TYPE = "TWOFERNM" OR
               WS-FEED-TYPE = "SCRABLIST") THEN
              PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX >
                 WS-LINE-COUNT OR WS-SUBMITTER NOT = SPACES
                 IF WS-LINE-REC(WS-IDX)(1:3) NOT = "HDR" AND
                    WS-LINE-REC(WS-IDX)(1:3) NOT = "TRL" THEN
                    MOVE WS-LINE-REC(WS-IDX)(1:6) TO WS-SUBMITTER
                 END-IF
              END-PERFORM
           END-IF.
       END-FIND-SUBMITTER-ID.


       WRITE-SUBMISSION-RECEIPT.
      * RC-OUTCOME is set by the caller; the rest comes from the
      * submission just judged.
           MOVE WS-SUBMITTER TO RC-SUBMITTER
           MOVE WS-BUSI-DATE TO RC-DATE
           MOVE WS-BUSI-DATE TO RC-SUB-DATE
           MOVE WS-RUN-ID TO RC-SUB-RUN
           MOVE WS-FEED-TYPE TO RC-FEED
           MOVE WS-FRAMED TO RC-FRAMED
           MOVE WS-PAYLOAD-COUNT TO RC-RECORDS
           MOVE WS-CLAIMED-COUNT TO RC-TRL-COUNT
           IF RC-OUTCOME = "ACCEPTED" THEN
              MOVE SPACES TO RC-REASON
           ELSE
              MOVE WS-REJECT-REASON TO RC-REASON
           END-IF
           PERFORM WRITE-RECEIPT-RECORD.
       END-WRITE-SUBMISSION-RECEIPT.


       WRITE-RECEIPT-RECORD.
           OPEN EXTEND GATEWAY-RECEIPTS
           IF WS-RECEIPT-STATUS = "05" OR WS-RECEIPT-STATUS = "35"
              CLOSE GATEWAY-RECEIPTS
              OPEN OUTPUT GATEWAY-RECEIPTS
           END-IF
           WRITE GATEWAY-RECEIPT-REC
           CLOSE GATEWAY-RECEIPTS
           ADD 1 TO WS-RECEIPT-COUNT.
       END-WRITE-RECEIPT-RECORD.


       REGISTER-SUBMISSION.
      * A full register gives up its oldest entry.
           IF WS-SUB-COUNT >= 500 THEN
              PERFORM VARYING WS-SUB-IDX FROM 1 BY 1 UNTIL
                 WS-SUB-IDX >= WS-SUB-COUNT
                 MOVE WS-SUB-ENTRY(WS-SUB-IDX + 1) TO
                    WS-SUB-ENTRY(WS-SUB-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-SUB-COUNT
           END-IF
           MOVE WS-BUSI-DATE TO WS-SUB-DATE(WS-SUB-COUNT)
           MOVE WS-RUN-ID TO WS-SUB-RUN(WS-SUB-COUNT)
           MOVE WS-SUBMITTER TO WS-SUB-SUBMITTER(WS-SUB-COUNT)
           MOVE WS-FEED-TYPE TO WS-SUB-FEED(WS-SUB-COUNT)
           MOVE WS-PAYLOAD-COUNT TO WS-SUB-RECORDS(WS-SUB-COUNT).
       END-REGISTER-SUBMISSION.


       SWEEP-DOWNSTREAM-REJECTS.
      * Downstream rejects are traced wherever they lie by now: on
      * a REJECTLOG generation LOG-HOUSEKEEPING has cut since the
      * last run, on REJECT-MAINT's master once a sweep has filed
      * them, or still on the staged or the live log. A log line is
      * new when it is stamped later than the newest line the last
      * run read, so a log renamed away under the gateway loses
      * nothing; the master carries no times and goes by reject
      * number instead.
           MOVE WS-READ-STAMP TO WS-NEW-STAMP
           MOVE WS-READ-CUT-AT TO WS-NEW-CUT-AT
           MOVE 0 TO WS-SEEN-CUT
           MOVE 0 TO WS-SEEN-NOW
           PERFORM LIST-REJECT-GENERATIONS
           MOVE "G" TO WS-SOURCE-KIND
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1 UNTIL
              WS-GEN-IDX > WS-GEN-COUNT
              MOVE WS-GEN-NAME(WS-GEN-IDX) TO WS-SOURCE-NAME
              PERFORM READ-NEW-REJECT-LINES
           END-PERFORM
           PERFORM TRACE-SWEPT-REJECTS
           MOVE "S" TO WS-SOURCE-KIND
           MOVE "RJCTSTG" TO WS-SOURCE-NAME
           PERFORM READ-NEW-REJECT-LINES
           MOVE "L" TO WS-SOURCE-KIND
           MOVE "REJECTLOG" TO WS-SOURCE-NAME
           PERFORM READ-NEW-REJECT-LINES
           MOVE WS-NEW-STAMP TO WS-READ-STAMP
           MOVE WS-NEW-CUT-AT TO WS-READ-CUT-AT
           MOVE WS-TOP-RJ-ID TO WS-READ-RJ-ID
           MOVE WS-SEEN-NOW TO WS-LINES-SEEN
           MOVE 0 TO WS-REJECTS-READ
           MOVE "Y" TO WS-MARK-KNOWN
           IF WS-DOWNSTREAM-COUNT > 0 THEN
              DISPLAY WS-DOWNSTREAM-COUNT
                 " DOWNSTREAM REJECT RECEIPT(S) WRITTEN"
           END-IF.
       END-SWEEP-DOWNSTREAM-REJECTS.


       LIST-REJECT-GENERATIONS.
      * The REJECTLOG generations cut since the last run, in the
      * order they were cut. Until a run has left its marks there is
      * no telling which are new, so the first run only notes the
      * newest cut and reads none of them.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GENERATION-CATALOG
           IF WS-CATALOG-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ GENERATION-CATALOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF GC-LOG = "REJECTLOG" THEN
                          IF WS-MARK-KNOWN = "Y" AND
                             GC-CUT-AT > WS-READ-CUT-AT AND
                             WS-GEN-COUNT < 99 THEN
                             ADD 1 TO WS-GEN-COUNT
                             MOVE GC-GEN-NAME TO
                                WS-GEN-NAME(WS-GEN-COUNT)
                          END-IF
                          IF GC-CUT-AT > WS-NEW-CUT-AT THEN
                             MOVE GC-CUT-AT TO WS-NEW-CUT-AT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GENERATION-CATALOG
           END-IF.
       END-LIST-REJECT-GENERATIONS.


       READ-NEW-REJECT-LINES.
      * One log, live, staged or a generation; a generation purged
      * since the catalog was read is simply not there to read.
           MOVE 0 TO WS-REJECT-LINE-NO
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-SOURCE
           IF WS-SOURCE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ REJECT-SOURCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-REJECT-LINE-NO
                       PERFORM JUDGE-ONE-LOG-LINE
                 END-READ
              END-PERFORM
              CLOSE REJECT-SOURCE
           END-IF.
       END-READ-NEW-REJECT-LINES.


       JUDGE-ONE-LOG-LINE.
      * Every line on the staged and live logs is counted: the next
      * sweep files them all onto the master, behind its top number,
      * in the order they stand. A line on a new generation that is
      * not new itself is one the last run read live and
      * LOG-HOUSEKEEPING cut away before any sweep took it, and is
      * counted off against that.
           IF WS-SOURCE-KIND NOT = "G" THEN
              ADD 1 TO WS-SEEN-NOW
           END-IF
           MOVE "N" TO WS-LINE-NEW
           IF REJECT-SOURCE-REC(1:8) IS NUMERIC THEN
              IF REJECT-SOURCE-REC(1:22) > WS-READ-STAMP THEN
                 MOVE "Y" TO WS-LINE-NEW
              END-IF
              IF REJECT-SOURCE-REC(1:22) > WS-NEW-STAMP THEN
                 MOVE REJECT-SOURCE-REC(1:22) TO WS-NEW-STAMP
              END-IF
           END-IF
           IF WS-SOURCE-KIND = "L" AND
              WS-REJECT-LINE-NO NOT > WS-REJECTS-READ THEN
              MOVE "N" TO WS-LINE-NEW
           END-IF
           IF WS-LINE-NEW = "Y" THEN
              PERFORM TRACE-LOG-REJECT
           ELSE
              IF WS-SOURCE-KIND = "G" THEN
                 ADD 1 TO WS-SEEN-CUT
              END-IF
           END-IF.
       END-JUDGE-ONE-LOG-LINE.


       TRACE-LOG-REJECT.
           MOVE SPACES TO WS-LINE-PROG
           UNSTRING REJECT-SOURCE-REC(26:75) DELIMITED BY " - "
              INTO WS-LINE-PROG
           MOVE REJECT-SOURCE-REC(1:8) TO WS-LINE-STAMP(1:8)
           MOVE REJECT-SOURCE-REC(10:6) TO WS-LINE-STAMP(9:6)
           MOVE REJECT-SOURCE-REC(26:75) TO WS-LINE-REASON
           PERFORM TRACE-ONE-REJECT.
       END-TRACE-LOG-REJECT.


       TRACE-SWEPT-REJECTS.
      * Reject numbers above the last run's top are those the master
      * has filed since. The first of them -- as many as the staged
      * and live logs held at the last run, less those since found
      * on a cut generation -- are those same lines swept in order,
      * traced when they were read; only the numbers past them are
      * new. With no master on file the top stays where it was.
           MOVE WS-READ-RJ-ID TO WS-TOP-RJ-ID
           IF WS-LINES-SEEN > WS-SEEN-CUT THEN
              COMPUTE WS-SKIP-IDS = WS-LINES-SEEN - WS-SEEN-CUT
           ELSE
              MOVE 0 TO WS-SKIP-IDS
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-MASTER
           IF WS-MASTER-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ REJECT-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF RJ-ID > WS-TOP-RJ-ID THEN
                          MOVE RJ-ID TO WS-TOP-RJ-ID
                       END-IF
                       IF WS-MARK-KNOWN = "Y" AND
                          RJ-ID > WS-READ-RJ-ID + WS-SKIP-IDS THEN
                          PERFORM TRACE-MASTER-REJECT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-MASTER
           END-IF.
       END-TRACE-SWEPT-REJECTS.


       TRACE-MASTER-REJECT.
      * The master keeps the reject's date but not its time, so it
      * goes back to the submissions on its feed from that whole
      * night; the receipt carries the program and the reason as
      * the log line did.
           MOVE RJ-PROGRAM TO WS-LINE-PROG
           MOVE RJ-DATE TO WS-LINE-STAMP(1:8)
           MOVE "235959" TO WS-LINE-STAMP(9:6)
           MOVE SPACES TO WS-LINE-REASON
           STRING FUNCTION TRIM(RJ-PROGRAM) " - " RJ-REASON
              DELIMITED BY SIZE INTO WS-LINE-REASON
           PERFORM TRACE-ONE-REJECT.
       END-TRACE-MASTER-REJECT.


       TRACE-ONE-REJECT.
      * A line signed by a program that takes a routed feed goes
      * back to the submissions on that feed it could have come
      * from: those routed earlier the same night, or failing any,
      * the last one routed before it. A line naming a submitter
      * goes back to that submitter's submissions only -- unless
      * nothing of theirs was routed on that feed, when the name is
      * one the batch read off the record and the line goes back by
      * feed and time like any other.
           MOVE SPACES TO WS-LINE-FEED
           PERFORM VARYING WS-TAKER-IDX FROM 1 BY 1 UNTIL
              WS-TAKER-IDX > WS-TAKER-COUNT
              IF WS-TAKER-PROG(WS-TAKER-IDX) = WS-LINE-PROG THEN
                 MOVE WS-TAKER-FEED(WS-TAKER-IDX) TO WS-LINE-FEED
              END-IF
           END-PERFORM
           IF WS-LINE-FEED NOT = SPACES THEN
              MOVE SPACES TO WS-LINE-NAMED
              MOVE 0 TO WS-NAMED-AT
              INSPECT WS-LINE-REASON TALLYING WS-NAMED-AT FOR
                 CHARACTERS BEFORE INITIAL "SUBMITTER "
              IF WS-NAMED-AT < 60 THEN
                 MOVE WS-LINE-REASON(WS-NAMED-AT + 11:6) TO
                    WS-LINE-NAMED
              END-IF
              MOVE 0 TO WS-TRACED-COUNT
              MOVE 0 TO WS-LATEST-IDX
              PERFORM VARYING WS-SUB-IDX FROM 1 BY 1 UNTIL
                 WS-SUB-IDX > WS-SUB-COUNT
                 PERFORM MATCH-ONE-SUBMISSION
              END-PERFORM
              IF WS-LATEST-IDX = 0 AND WS-LINE-NAMED NOT = SPACES
                 THEN
                 MOVE SPACES TO WS-LINE-NAMED
                 PERFORM VARYING WS-SUB-IDX FROM 1 BY 1 UNTIL
                    WS-SUB-IDX > WS-SUB-COUNT
                    PERFORM MATCH-ONE-SUBMISSION
                 END-PERFORM
              END-IF
              IF WS-TRACED-COUNT = 0 AND WS-LATEST-IDX > 0 THEN
                 MOVE WS-LATEST-IDX TO WS-SUB-IDX
                 PERFORM WRITE-DOWNSTREAM-RECEIPT
              END-IF
           END-IF.
       END-TRACE-ONE-REJECT.


       MATCH-ONE-SUBMISSION.
           MOVE WS-SUB-DATE(WS-SUB-IDX) TO WS-SUB-STAMP(1:8)
           MOVE WS-SUB-RUN(WS-SUB-IDX) TO WS-SUB-STAMP(9:6)
           IF WS-SUB-FEED(WS-SUB-IDX) = WS-LINE-FEED AND
              WS-SUB-STAMP NOT > WS-LINE-STAMP AND
              (WS-LINE-NAMED = SPACES OR
               WS-SUB-SUBMITTER(WS-SUB-IDX) = WS-LINE-NAMED) THEN
              MOVE WS-SUB-IDX TO WS-LATEST-IDX
              IF WS-SUB-DATE(WS-SUB-IDX) = WS-LINE-STAMP(1:8) THEN
                 PERFORM WRITE-DOWNSTREAM-RECEIPT
                 ADD 1 TO WS-TRACED-COUNT
              END-IF
           END-IF.
       END-MATCH-ONE-SUBMISSION.


       WRITE-DOWNSTREAM-RECEIPT.
           MOVE WS-SUB-SUBMITTER(WS-SUB-IDX) TO RC-SUBMITTER
           MOVE WS-BUSI-DATE TO RC-DATE
           MOVE WS-SUB-DATE(WS-SUB-IDX) TO RC-SUB-DATE
           MOVE WS-SUB-RUN(WS-SUB-IDX) TO RC-SUB-RUN
           MOVE "REJECTED" TO RC-OUTCOME
           MOVE WS-SUB-FEED(WS-SUB-IDX) TO RC-FEED
           MOVE SPACE TO RC-FRAMED
           MOVE WS-SUB-RECORDS(WS-SUB-IDX) TO RC-RECORDS
           MOVE SPACES TO RC-TRL-COUNT
           MOVE WS-LINE-REASON TO RC-REASON
           PERFORM WRITE-RECEIPT-RECORD
           ADD 1 TO WS-DOWNSTREAM-COUNT.
       END-WRITE-DOWNSTREAM-RECEIPT.


       LOAD-SUBMISSION-REGISTER.
           MOVE 0 TO WS-SUB-COUNT
           MOVE 0 TO WS-REJECTS-READ
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GATEWAY-SUBMISSIONS
           IF WS-SUBREG-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ GATEWAY-SUBMISSIONS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF GATEWAY-SUBMISSION-REC(1:20) = WS-SUB-MARKER
                          THEN
                          PERFORM LOAD-READ-MARKER
                       ELSE
                          IF WS-SUB-COUNT < 500 THEN
                             ADD 1 TO WS-SUB-COUNT
                             MOVE GATEWAY-SUBMISSION-REC TO
                                WS-SUB-ENTRY(WS-SUB-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GATEWAY-SUBMISSIONS
           END-IF.
       END-LOAD-SUBMISSION-REGISTER.


       LOAD-READ-MARKER.
           IF GM-RJ-ID IS NUMERIC AND GM-SEEN IS NUMERIC THEN
              MOVE GM-STAMP TO WS-READ-STAMP
              MOVE GM-CUT-AT TO WS-READ-CUT-AT
              MOVE GM-RJ-ID TO WS-READ-RJ-ID
              MOVE GM-SEEN TO WS-LINES-SEEN
              MOVE "Y" TO WS-MARK-KNOWN
           ELSE
              IF GM-STAMP(1:6) IS NUMERIC THEN
                 MOVE GM-STAMP(1:6) TO WS-REJECTS-READ
              END-IF
           END-IF.
       END-LOAD-READ-MARKER.


       SAVE-SUBMISSION-REGISTER.
           OPEN OUTPUT GATEWAY-SUBMISSIONS
           MOVE SPACES TO GATEWAY-MARKER-REC
           MOVE WS-SUB-MARKER TO GM-MARKER
           MOVE WS-READ-STAMP TO GM-STAMP
           MOVE WS-READ-CUT-AT TO GM-CUT-AT
           MOVE WS-READ-RJ-ID TO GM-RJ-ID
           MOVE WS-LINES-SEEN TO GM-SEEN
           WRITE GATEWAY-MARKER-REC
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1 UNTIL
              WS-SUB-IDX > WS-SUB-COUNT
              MOVE WS-SUB-ENTRY(WS-SUB-IDX) TO GATEWAY-SUBMISSION-REC
              WRITE GATEWAY-SUBMISSION-REC
           END-PERFORM
           CLOSE GATEWAY-SUBMISSIONS.
       END-SAVE-SUBMISSION-REGISTER.


       EMPTY-THE-INBOX.
      * Routed or quarantined, the front door clears either way so
      * the same file can't land twice.
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "FEED-GATEWAY - " WS-FEED-TYPE " - "
              WS-ROUTED-COUNT " RECORD(S) ROUTED, "
              WS-RECEIPT-COUNT " RECEIPT(S)"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
