           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.
      * The control-totals master the game programs write as they
      * close the scorecard files: an UNLOAD takes the file's
      * figures as they stand at that moment onto the catalogue, so
      * a later restore can be proved against what was true when
      * the backup was taken.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTLS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTLTOT-STATUS.
      * One line per UNLOAD: which game, the backup date, when it
      * was taken, what went onto it, and the control figures it
      * has to reload to. RESTORE-DRILL finds the latest backup of
      * each game here.
           SELECT BACKUP-CATALOG ASSIGN TO "BKPCATLG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
           05 DSF-REMAINING       PIC 9(4).
       FD  BACKUP-FILE.
       01 BACKUP-FILE-REC PIC X(80).
       FD  CONTROL-TOTALS.
       01 CONTROL-TOTALS-REC.
           05 CTL-FILE  PIC X(8).
           05 CTL-COUNT PIC 9(6).
           05 CTL-SUM   PIC 9(10).
      * BKC-CTL-SOURCE is C when the figures came off CTLTOTLS, U
      * when no closer had recorded the file yet and the unload's
      * own count and sum stand in.
       FD  BACKUP-CATALOG.
       01 BACKUP-CATALOG-REC.
           05 BKC-GAME        PIC X(5).
           05 BKC-BACKUP-DATE PIC X(8).
           05 BKC-TAKEN-ON    PIC X(8).
           05 BKC-TAKEN-AT    PIC X(6).
           05 BKC-UNLOADED    PIC 9(6).
           05 BKC-UNLOAD-SUM  PIC 9(10).
           05 BKC-CTL-SOURCE  PIC X.
           05 BKC-CTL-COUNT   PIC 9(6).
           05 BKC-CTL-SUM     PIC 9(10).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       FD  DAILY-OPERATIONS-LOG.
       01 WS-EOF-SWITCH  PIC X.
       01 WS-UNLOADED    PIC 9(5) VALUE 0.
       01 WS-RELOADED    PIC 9(5) VALUE 0.
      * The unload's own sum, taken the way the closers take theirs:
      * every yacht slot's score, every dart session's total.
       01 WS-UNLOAD-SUM  PIC 9(10) VALUE 0.
       01 WS-CAT-INDEX   PIC 99.
       01 WS-CTLTOT-STATUS PIC XX.
       01 WS-CTLTOT-EOF  PIC X.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-CTL-NAME    PIC X(8).
       01 WS-TAKEN-TIME  PIC X(8).
       01 WS-BUSI-STATUS  PIC XX.
       01 WS-BUSI-DATE    PIC X(8) VALUE SPACES.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * sequential backup, counting as it goes.
           PERFORM BUILD-BACKUP-NAME
           MOVE 0 TO WS-UNLOADED
           MOVE 0 TO WS-UNLOAD-SUM
           IF FUNCTION UPPER-CASE(WS-GAME) = "DARTS" THEN
              PERFORM UNLOAD-DARTS-FILE
           ELSE
                       WRITE BACKUP-FILE-REC
                          FROM YACHT-SCOREFILE-REC
                       ADD 1 TO WS-UNLOADED
                       PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                          UNTIL WS-CAT-INDEX > 12
                          ADD YSF-SCORE(WS-CAT-INDEX) TO
                             WS-UNLOAD-SUM
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE BACKUP-FILE
              CLOSE YACHT-SCOREFILE
              DISPLAY "UNLOADED " WS-UNLOADED " YACHT CARD(S) TO "
                 FUNCTION TRIM(WS-BACKUP-NAME)
              MOVE "YACHTSCR" TO WS-CTL-NAME
              PERFORM CATALOG-THE-BACKUP
           END-IF.
       END-UNLOAD-YACHT-FILE.

                       WRITE BACKUP-FILE-REC
                          FROM DARTS-SCOREFILE-REC
                       ADD 1 TO WS-UNLOADED
                       ADD DSF-TOTAL TO WS-UNLOAD-SUM
                 END-READ
              END-PERFORM
              CLOSE BACKUP-FILE
              CLOSE DARTS-SCOREFILE
              DISPLAY "UNLOADED " WS-UNLOADED " DART SESSION(S) TO "
                 FUNCTION TRIM(WS-BACKUP-NAME)
              MOVE "DARTSSCR" TO WS-CTL-NAME
              PERFORM CATALOG-THE-BACKUP
           END-IF.
       END-UNLOAD-DARTS-FILE.


       CATALOG-THE-BACKUP.
      * File the backup on the catalogue with the control figures
      * the live file carried as it was unloaded. A backup that
      * already disagrees with them is said so now, not the day it
      * is needed.
           OPEN EXTEND BACKUP-CATALOG
           IF WS-CATALOG-STATUS = "05" OR WS-CATALOG-STATUS = "35"
              CLOSE BACKUP-CATALOG
              OPEN OUTPUT BACKUP-CATALOG
           END-IF
           MOVE SPACES TO BACKUP-CATALOG-REC
           MOVE "U" TO BKC-CTL-SOURCE
           MOVE WS-UNLOADED TO BKC-CTL-COUNT
           MOVE WS-UNLOAD-SUM TO BKC-CTL-SUM
           MOVE "N" TO WS-CTLTOT-EOF
           OPEN INPUT CONTROL-TOTALS
           IF WS-CTLTOT-STATUS = "00" THEN
              PERFORM UNTIL WS-CTLTOT-EOF = "Y"
                 READ CONTROL-TOTALS
                    AT END
                       MOVE "Y" TO WS-CTLTOT-EOF
                    NOT AT END
                       IF CTL-FILE = WS-CTL-NAME THEN
                          MOVE "C" TO BKC-CTL-SOURCE
                          MOVE CTL-COUNT TO BKC-CTL-COUNT
                          MOVE CTL-SUM TO BKC-CTL-SUM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-TOTALS
           END-IF
           IF BKC-CTL-COUNT NOT = WS-UNLOADED OR
              BKC-CTL-SUM NOT = WS-UNLOAD-SUM THEN
              DISPLAY "BACKUP DISAGREES WITH CONTROL TOTALS - "
                 "EXPECTED " BKC-CTL-COUNT "/" BKC-CTL-SUM
                 " UNLOADED " WS-UNLOADED "/" WS-UNLOAD-SUM
              MOVE SPACES TO WS-LOG-TEXT
              STRING "SCORECARD-BACKUP - " WS-CTL-NAME
                 " BACKUP DISAGREES WITH CONTROL TOTALS"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-GAME) TO BKC-GAME
           IF BKC-GAME NOT = "DARTS" THEN
              MOVE "YACHT" TO BKC-GAME
           END-IF
           MOVE WS-BACKUP-DATE TO BKC-BACKUP-DATE
           ACCEPT BKC-TAKEN-ON FROM DATE YYYYMMDD
           ACCEPT WS-TAKEN-TIME FROM TIME
           MOVE WS-TAKEN-TIME(1:6) TO BKC-TAKEN-AT
           MOVE WS-UNLOADED TO BKC-UNLOADED
           MOVE WS-UNLOAD-SUM TO BKC-UNLOAD-SUM
           WRITE BACKUP-CATALOG-REC
           CLOSE BACKUP-CATALOG.
       END-CATALOG-THE-BACKUP.


       RELOAD-ONE-GAME.
      * Rebuild the indexed file from the chosen backup. The backup
      * was unloaded in key order, so the records load straight
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE BACKUP-FILE-REC TO DARTS-SCOREFILE-REC
                    WRITE DARTS-SCOREFILE-REC
                       INVALID KEY
                          DISPLAY "DUPLICATE KEY SKIPPED: "
