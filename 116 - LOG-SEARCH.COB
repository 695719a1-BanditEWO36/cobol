       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-SEARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The generation catalog LOG-HOUSEKEEPING keeps: every cut of
      * DAILYOPS and REJECTLOG still on disk, oldest first.
           SELECT GENERATION-CATALOG ASSIGN TO "LOGGENS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
      * One log being searched, live or a generation, opened by the
      * name held in storage so the one file serves them all.
           SELECT LOG-SOURCE ASSIGN USING WS-SOURCE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
      * The search's answer, rewritten on every run.
           SELECT SEARCH-REPORT ASSIGN TO "LOGSRCH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
      * The one-record handoff the operator console leaves before
      * it calls this program: the answers the operator typed at
      * the menu. A standalone run, with no request on file or one
      * left for some other program, carries on from its
      * working-storage switches.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.
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
       FD  GENERATION-CATALOG.
       01 GENERATION-CATALOG-REC.
           05 GC-LOG      PIC X(9).
           05 GC-CUT-AT   PIC X(14).
           05 GC-GEN-NAME PIC X(30).
      * A stamped line: business date, time, run id (the run's
      * start time), severity, then "PROGRAM - text". Lines from
      * before the stamping carry none of these and only a text
      * search finds them.
       FD  LOG-SOURCE.
       01 LOG-SOURCE-REC.
           05 LSR-DATE     PIC X(8).
           05 FILLER       PIC X.
           05 LSR-TIME     PIC X(6).
           05 FILLER       PIC X.
           05 LSR-RUN-ID   PIC X(6).
           05 FILLER       PIC X.
           05 LSR-SEVERITY PIC X.
           05 FILLER       PIC X.
           05 LSR-TEXT     PIC X(75).
       FD  SEARCH-REPORT.
       01 SEARCH-REPORT-REC PIC X(132).
       FD  CONSOLE-REQUEST.
       01 CONSOLE-REQUEST-REC.
           05 CRQ-PROGRAM PIC X(20).
           05 CRQ-FIELDS  PIC X(100).
      * Who the console signed on, passed with every request so
      * this program's own sign-on check sees the same operator.
           05 CRQ-OPERATOR PIC X(10).
           05 CRQ-PASSCODE PIC X(10).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * What to look for; every condition given has to hold, and a
      * blank one is not applied. The dates are business dates,
      * YYYYMMDD, either end open when blank. The text is looked
      * for anywhere on the line.
       01 WS-FIND-RUN      PIC X(6) VALUE SPACES.
       01 WS-FIND-PROGRAM  PIC X(20) VALUE SPACES.
       01 WS-FIND-SEVERITY PIC X VALUE SPACE.
       01 WS-FROM-DATE     PIC X(8) VALUE SPACES.
       01 WS-TO-DATE       PIC X(8) VALUE SPACES.
       01 WS-FIND-TEXT     PIC X(30) VALUE SPACES.
       01 WS-TEXT-LENGTH   PIC 99.
       01 WS-TEXT-TALLY    PIC 99.
       01 WS-UPPER-LINE    PIC X(100).
      * The logs searched, in the order they were written: each
      * catalogued generation, then the live files.
       01 WS-SOURCE-COUNT PIC 999 VALUE 0.
       01 WS-SOURCES.
           05 WS-SOURCE-ENTRY OCCURS 101 TIMES.
              10 WS-SRC-LOG  PIC X(9).
              10 WS-SRC-NAME PIC X(30).
       01 WS-SOURCE-IDX   PIC 999.
       01 WS-SOURCE-NAME  PIC X(30).
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-SOURCE-STATUS  PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-EOF-SWITCH     PIC X.
      * The first pass keeps the matching lines and notes each run
      * they came from; the second adds those runs' RUN START and
      * RUN END lines, so every hit is shown inside its run.
       01 WS-SEARCH-PASS    PIC 9.
       01 WS-LINE-MATCHES   PIC X.
       01 WS-LINE-PROGRAM   PIC X(20).
       01 WS-LINE-REST      PIC X(75).
       01 WS-RUN-KEY        PIC X(34).
       01 WS-RUN-COUNT      PIC 999 VALUE 0.
       01 WS-RUN-LIMIT      PIC 999 VALUE 200.
       01 WS-RUN-KEYS.
           05 WS-RUN-KEY-ENTRY PIC X(34) OCCURS 200 TIMES.
       01 WS-RUN-IDX        PIC 999.
       01 WS-RUN-FOUND      PIC X.
      * The lines kept, each under a key that puts them in time
      * order: business date, then the time -- a line written after
      * midnight by a run started before it sorts after the run's
      * earlier lines -- then the order read.
       01 WS-HIT-COUNT      PIC 9(4) VALUE 0.
       01 WS-HIT-LIMIT      PIC 9(4) VALUE 500.
       01 WS-MATCH-COUNT    PIC 9(6) VALUE 0.
       01 WS-BRACKET-COUNT  PIC 9(4) VALUE 0.
       01 WS-READ-SEQ       PIC 9(6) VALUE 0.
       01 WS-HITS.
           05 WS-HIT-ENTRY OCCURS 500 TIMES.
              10 WS-HIT-KEY.
                 15 WS-HIT-DATE   PIC X(8).
                 15 WS-HIT-DAY    PIC 9.
                 15 WS-HIT-TIME   PIC X(6).
                 15 WS-HIT-SEQ    PIC 9(6).
              10 WS-HIT-MARK   PIC X.
              10 WS-HIT-LOG    PIC X(9).
              10 WS-HIT-LINE   PIC X(100).
       01 WS-HIT-HOLD       PIC X(131).
      * > marks a line the search matched; the run brackets added
      * round it carry none.
       01 WS-KEEP-MARK      PIC X.
       01 WS-HIT-IDX        PIC 9(4).
       01 WS-SORT-IDX       PIC 9(4).
       01 WS-SORT-SWAPPED   PIC X.
       01 WS-REASON         PIC X(35) VALUE SPACES.
       01 WS-CONREQ-STATUS  PIC XX.
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
       LOG-SEARCH.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           MOVE FUNCTION UPPER-CASE(WS-FIND-PROGRAM) TO WS-FIND-PROGRAM
           MOVE FUNCTION UPPER-CASE(WS-FIND-SEVERITY) TO
              WS-FIND-SEVERITY
           MOVE FUNCTION UPPER-CASE(WS-FIND-TEXT) TO WS-FIND-TEXT
           PERFORM VALIDATE-SEARCH
           IF WS-REASON = SPACES THEN
              PERFORM LIST-LOG-SOURCES
              MOVE 1 TO WS-SEARCH-PASS
              MOVE 0 TO WS-READ-SEQ
              PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1 UNTIL
                 WS-SOURCE-IDX > WS-SOURCE-COUNT
                 PERFORM SEARCH-ONE-SOURCE
              END-PERFORM
              IF WS-RUN-COUNT > 0 THEN
                 MOVE 2 TO WS-SEARCH-PASS
                 MOVE 0 TO WS-READ-SEQ
                 PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1 UNTIL
                    WS-SOURCE-IDX > WS-SOURCE-COUNT
                    PERFORM SEARCH-ONE-SOURCE
                 END-PERFORM
              END-IF
              PERFORM SORT-SEARCH-HITS
              PERFORM WRITE-SEARCH-REPORT
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-LOG-SEARCH.


       VALIDATE-SEARCH.
      * A search with nothing to look for would hand back every log
      * line the shop has kept.
           IF WS-FIND-RUN = SPACES AND WS-FIND-PROGRAM = SPACES AND
              WS-FIND-SEVERITY = SPACE AND WS-FROM-DATE = SPACES AND
              WS-TO-DATE = SPACES AND WS-FIND-TEXT = SPACES THEN
              MOVE "SEARCH NEEDS AT LEAST ONE CONDITION" TO WS-REASON
           END-IF
           IF WS-FIND-SEVERITY NOT = SPACE AND
              WS-FIND-SEVERITY NOT = "I" AND
              WS-FIND-SEVERITY NOT = "W" AND
              WS-FIND-SEVERITY NOT = "R" AND
              WS-FIND-SEVERITY NOT = "E" THEN
              MOVE "SEVERITY MUST BE I, W, R OR E" TO WS-REASON
           END-IF
           IF (WS-FROM-DATE NOT = SPACES AND
               WS-FROM-DATE IS NOT NUMERIC) OR
              (WS-TO-DATE NOT = SPACES AND
               WS-TO-DATE IS NOT NUMERIC) THEN
              MOVE "DATES MUST BE YYYYMMDD" TO WS-REASON
           END-IF
           IF WS-FIND-TEXT NOT = SPACES THEN
              COMPUTE WS-TEXT-LENGTH =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-FIND-TEXT TRAILING))
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-VALIDATE-SEARCH.


       LIST-LOG-SOURCES.
      * Generations of the two shared logs in the order they were
      * cut, then the live files, which hold the newest lines.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GENERATION-CATALOG
           IF WS-CATALOG-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ GENERATION-CATALOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF (GC-LOG = "DAILYOPS" OR
                           GC-LOG = "REJECTLOG") AND
                          WS-SOURCE-COUNT < 99 THEN
                          ADD 1 TO WS-SOURCE-COUNT
                          MOVE GC-LOG TO WS-SRC-LOG(WS-SOURCE-COUNT)
                          MOVE GC-GEN-NAME TO
                             WS-SRC-NAME(WS-SOURCE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GENERATION-CATALOG
           END-IF
           ADD 1 TO WS-SOURCE-COUNT
           MOVE "DAILYOPS" TO WS-SRC-LOG(WS-SOURCE-COUNT)
           MOVE "DAILYOPS" TO WS-SRC-NAME(WS-SOURCE-COUNT)
           ADD 1 TO WS-SOURCE-COUNT
           MOVE "REJECTLOG" TO WS-SRC-LOG(WS-SOURCE-COUNT)
           MOVE "REJECTLOG" TO WS-SRC-NAME(WS-SOURCE-COUNT).
       END-LIST-LOG-SOURCES.


       SEARCH-ONE-SOURCE.
      * A generation purged since the catalog was read is simply
      * not there to search.
           MOVE WS-SRC-NAME(WS-SOURCE-IDX) TO WS-SOURCE-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOG-SOURCE
           IF WS-SOURCE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ LOG-SOURCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-READ-SEQ
                       PERFORM MATCH-LOG-LINE
                       IF WS-SEARCH-PASS = 1 THEN
                          IF WS-LINE-MATCHES = "Y" THEN
                             ADD 1 TO WS-MATCH-COUNT
                             MOVE ">" TO WS-KEEP-MARK
                             PERFORM KEEP-SEARCH-HIT
                             PERFORM NOTE-HIT-RUN
                          END-IF
                       ELSE
                          IF WS-LINE-MATCHES = "N" THEN
                             PERFORM KEEP-RUN-BRACKET
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-SOURCE
           END-IF.
       END-SEARCH-ONE-SOURCE.


       MATCH-LOG-LINE.
      * Leaves WS-LINE-MATCHES "Y" when every condition given holds
      * for the line just read.
           MOVE "Y" TO WS-LINE-MATCHES
           MOVE SPACES TO WS-LINE-PROGRAM
           MOVE SPACES TO WS-LINE-REST
           UNSTRING LSR-TEXT DELIMITED BY " - " INTO WS-LINE-PROGRAM
              WS-LINE-REST
           IF WS-FIND-RUN NOT = SPACES AND
              LSR-RUN-ID NOT = WS-FIND-RUN THEN
              MOVE "N" TO WS-LINE-MATCHES
           END-IF
           IF WS-FIND-PROGRAM NOT = SPACES AND
              WS-LINE-PROGRAM NOT = WS-FIND-PROGRAM THEN
              MOVE "N" TO WS-LINE-MATCHES
           END-IF
           IF WS-FIND-SEVERITY NOT = SPACE AND
              LSR-SEVERITY NOT = WS-FIND-SEVERITY THEN
              MOVE "N" TO WS-LINE-MATCHES
           END-IF
           IF WS-FROM-DATE NOT = SPACES AND
              (LSR-DATE IS NOT NUMERIC OR
               LSR-DATE < WS-FROM-DATE) THEN
              MOVE "N" TO WS-LINE-MATCHES
           END-IF
           IF WS-TO-DATE NOT = SPACES AND
              (LSR-DATE IS NOT NUMERIC OR
               LSR-DATE > WS-TO-DATE) THEN
              MOVE "N" TO WS-LINE-MATCHES
           END-IF
           IF WS-FIND-TEXT NOT = SPACES AND
              WS-LINE-MATCHES = "Y" THEN
              MOVE FUNCTION UPPER-CASE(LOG-SOURCE-REC) TO
                 WS-UPPER-LINE
              MOVE 0 TO WS-TEXT-TALLY
              INSPECT WS-UPPER-LINE TALLYING WS-TEXT-TALLY
                 FOR ALL WS-FIND-TEXT(1:WS-TEXT-LENGTH)
              IF WS-TEXT-TALLY = 0 THEN
                 MOVE "N" TO WS-LINE-MATCHES
              END-IF
           END-IF.
       END-MATCH-LOG-LINE.


       NOTE-HIT-RUN.
      * The run a hit came from: its business date, run id and
      * program. A line with no stamp belongs to no run.
           IF LSR-RUN-ID IS NUMERIC AND WS-LINE-PROGRAM NOT = SPACES
              THEN
              MOVE SPACES TO WS-RUN-KEY
              STRING LSR-DATE LSR-RUN-ID WS-LINE-PROGRAM
                 DELIMITED BY SIZE INTO WS-RUN-KEY
              PERFORM FIND-HIT-RUN
              IF WS-RUN-FOUND = "N" AND WS-RUN-COUNT < WS-RUN-LIMIT
                 THEN
                 ADD 1 TO WS-RUN-COUNT
                 MOVE WS-RUN-KEY TO WS-RUN-KEY-ENTRY(WS-RUN-COUNT)
              END-IF
           END-IF.
       END-NOTE-HIT-RUN.


       FIND-HIT-RUN.
           MOVE "N" TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1 UNTIL
              WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND = "Y"
              IF WS-RUN-KEY-ENTRY(WS-RUN-IDX) = WS-RUN-KEY THEN
                 MOVE "Y" TO WS-RUN-FOUND
              END-IF
           END-PERFORM.
       END-FIND-HIT-RUN.


       KEEP-RUN-BRACKET.
      * Second pass: a RUN START or RUN END line of a run a hit came
      * from. A line that matched the search itself is already kept.
           IF WS-LINE-REST = "RUN START" OR WS-LINE-REST = "RUN END"
              THEN
              MOVE SPACES TO WS-RUN-KEY
              STRING LSR-DATE LSR-RUN-ID WS-LINE-PROGRAM
                 DELIMITED BY SIZE INTO WS-RUN-KEY
              PERFORM FIND-HIT-RUN
              IF WS-RUN-FOUND = "Y" THEN
                 ADD 1 TO WS-BRACKET-COUNT
                 MOVE SPACE TO WS-KEEP-MARK
                 PERFORM KEEP-SEARCH-HIT
              END-IF
           END-IF.
       END-KEEP-RUN-BRACKET.


       KEEP-SEARCH-HIT.
      * Past the limit the line is counted but not kept; the report
      * says so, and a narrower search brings the rest.
           IF WS-HIT-COUNT < WS-HIT-LIMIT THEN
              ADD 1 TO WS-HIT-COUNT
              MOVE LSR-DATE TO WS-HIT-DATE(WS-HIT-COUNT)
              MOVE LSR-TIME TO WS-HIT-TIME(WS-HIT-COUNT)
              MOVE 0 TO WS-HIT-DAY(WS-HIT-COUNT)
              IF LSR-RUN-ID IS NUMERIC AND LSR-TIME < LSR-RUN-ID THEN
                 MOVE 1 TO WS-HIT-DAY(WS-HIT-COUNT)
              END-IF
              MOVE WS-READ-SEQ TO WS-HIT-SEQ(WS-HIT-COUNT)
              MOVE WS-KEEP-MARK TO WS-HIT-MARK(WS-HIT-COUNT)
              MOVE WS-SRC-LOG(WS-SOURCE-IDX) TO
                 WS-HIT-LOG(WS-HIT-COUNT)
              MOVE LOG-SOURCE-REC TO WS-HIT-LINE(WS-HIT-COUNT)
           END-IF.
       END-KEEP-SEARCH-HIT.


       SORT-SEARCH-HITS.
      * Time order across every log searched: a plain exchange sort,
      * the lines kept being a few hundred at most.
           MOVE "Y" TO WS-SORT-SWAPPED
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
              MOVE "N" TO WS-SORT-SWAPPED
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1 UNTIL
                 WS-HIT-IDX >= WS-HIT-COUNT
                 COMPUTE WS-SORT-IDX = WS-HIT-IDX + 1
                 IF WS-HIT-KEY(WS-HIT-IDX) > WS-HIT-KEY(WS-SORT-IDX)
                    THEN
                    MOVE WS-HIT-ENTRY(WS-HIT-IDX) TO WS-HIT-HOLD
                    MOVE WS-HIT-ENTRY(WS-SORT-IDX) TO
                       WS-HIT-ENTRY(WS-HIT-IDX)
                    MOVE WS-HIT-HOLD TO WS-HIT-ENTRY(WS-SORT-IDX)
                    MOVE "Y" TO WS-SORT-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-SORT-SEARCH-HITS.


       WRITE-SEARCH-REPORT.
      * The conditions searched on, then the lines in time order,
      * each with the log it came from; shown as written so the
      * answer can be read at the console.
           OPEN OUTPUT SEARCH-REPORT
           MOVE SPACES TO SEARCH-REPORT-REC
           STRING "LOG SEARCH - RUN " WS-FIND-RUN " PROGRAM "
              WS-FIND-PROGRAM " SEVERITY " WS-FIND-SEVERITY
              " DATES " WS-FROM-DATE " TO " WS-TO-DATE
              DELIMITED BY SIZE INTO SEARCH-REPORT-REC
           PERFORM WRITE-SEARCH-LINE
           IF WS-FIND-TEXT NOT = SPACES THEN
              STRING "   TEXT '" WS-FIND-TEXT(1:WS-TEXT-LENGTH) "'"
                 DELIMITED BY SIZE INTO SEARCH-REPORT-REC
              PERFORM WRITE-SEARCH-LINE
           END-IF
           STRING "   SEARCHED " WS-SOURCE-COUNT " LOG(S), LIVE AND "
              "GENERATIONS"
              DELIMITED BY SIZE INTO SEARCH-REPORT-REC
           PERFORM WRITE-SEARCH-LINE
           MOVE ALL "-" TO SEARCH-REPORT-REC
           PERFORM WRITE-SEARCH-LINE
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1 UNTIL
              WS-HIT-IDX > WS-HIT-COUNT
              STRING WS-HIT-MARK(WS-HIT-IDX) " "
                 WS-HIT-LOG(WS-HIT-IDX) " " WS-HIT-LINE(WS-HIT-IDX)
                 DELIMITED BY SIZE INTO SEARCH-REPORT-REC
              PERFORM WRITE-SEARCH-LINE
           END-PERFORM
           MOVE ALL "-" TO SEARCH-REPORT-REC
           PERFORM WRITE-SEARCH-LINE
           STRING WS-MATCH-COUNT " LINE(S) MATCHED IN " WS-RUN-COUNT
              " RUN(S), " WS-BRACKET-COUNT " RUN START/END LINE(S) "
              "ADDED"
              DELIMITED BY SIZE INTO SEARCH-REPORT-REC
           PERFORM WRITE-SEARCH-LINE
           IF WS-MATCH-COUNT + WS-BRACKET-COUNT > WS-HIT-COUNT THEN
              STRING "ONLY THE FIRST " WS-HIT-LIMIT " LINE(S) "
                 "SHOWN - NARROW THE SEARCH FOR THE REST"
                 DELIMITED BY SIZE INTO SEARCH-REPORT-REC
              PERFORM WRITE-SEARCH-LINE
           END-IF
           CLOSE SEARCH-REPORT.
       END-WRITE-SEARCH-REPORT.


       WRITE-SEARCH-LINE.
           DISPLAY FUNCTION TRIM(SEARCH-REPORT-REC TRAILING)
           WRITE SEARCH-REPORT-REC
           MOVE SPACES TO SEARCH-REPORT-REC.
       END-WRITE-SEARCH-LINE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LOG-SEARCH - " WS-MATCH-COUNT " LINE(S) MATCHED IN "
              WS-RUN-COUNT " RUN(S) ACROSS " WS-SOURCE-COUNT " LOG(S)"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LOG-SEARCH - REJECTED - " WS-REASON
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "R" TO WS-LOG-SEVERITY
           PERFORM WRITE-REJECT-LINE.
       END-LOG-REJECTED-INPUT.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "LOG-SEARCH" AND
                       CRQ-FIELDS NOT = SPACES AND
                       WS-FIND-RUN = SPACES AND
                       WS-FIND-PROGRAM = SPACES AND
                       WS-FIND-SEVERITY = SPACE AND
                       WS-FROM-DATE = SPACES AND
                       WS-TO-DATE = SPACES AND
                       WS-FIND-TEXT = SPACES THEN
                       MOVE CRQ-FIELDS(1:6) TO WS-FIND-RUN
                       MOVE CRQ-FIELDS(7:20) TO WS-FIND-PROGRAM
                       MOVE CRQ-FIELDS(27:1) TO WS-FIND-SEVERITY
                       MOVE CRQ-FIELDS(28:8) TO WS-FROM-DATE
                       MOVE CRQ-FIELDS(36:8) TO WS-TO-DATE
                       MOVE CRQ-FIELDS(44:30) TO WS-FIND-TEXT
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.


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
           MOVE "LOG-SEARCH - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "LOG-SEARCH - RUN END" TO WS-LOG-TEXT
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
