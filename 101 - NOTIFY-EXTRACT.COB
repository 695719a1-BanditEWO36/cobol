       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The contact file PLAYER-MAINT keeps: each player's email,
      * mobile, and opt-in flag per notification type.
           SELECT CONTACT-FILE ASSIGN TO "CONTACTS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTACT-STATUS.
      * The player registry, to put each event's player name onto
      * the registry id the contact file is kept by, and the venue
      * whose messaging service sends to them.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * Where the night's events come from: tomorrow's fixtures,
      * tonight's no-shows, tonight's badges and the ratings ladder.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "LEAGSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT NO-SHOW-FILE ASSIGN TO "NOSHOWS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOSHOW-STATUS.
           SELECT BADGE-MASTER ASSIGN TO "BADGEMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BADGE-STATUS.
           SELECT RATINGS-MASTER ASSIGN TO "RATINGMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.
      * Each player's rating as this run last saw it, rewritten every
      * run; a rating that differs from it tonight has changed. No
      * snapshot on file means this is the first run, which takes
      * the snapshot and tells nobody.
           SELECT RATING-SNAPSHOT ASSIGN TO "NOTIFRAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SNAPSHOT-STATUS.
      * Every notice ever extracted, by type, player and event;
      * added to the end and never rewritten. A notice already on
      * it is not extracted again, however often the run is rerun.
           SELECT SENT-LOG ASSIGN TO "NOTISENT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SENT-STATUS.
      * The outbound message extract for the venues' messaging
      * service: one line per message per channel. Added to the end;
      * the service empties it once it has picked the messages up,
      * so a rerun before then can't lose a night's notices.
           SELECT MESSAGE-EXTRACT ASSIGN TO "MSGOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.
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
       FD  CONTACT-FILE.
       01 CONTACT-REC.
           05 CT-PM-ID  PIC X(6).
           05 CT-EMAIL  PIC X(40).
           05 CT-MOBILE PIC X(15).
           05 CT-OPTS   PIC X(4).
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  FIXTURE-SCHEDULE.
       01 FIXTURE-SCHEDULE-REC.
           05 FX-DATE     PIC X(8).
           05 FX-GAME     PIC X(10).
           05 FX-PLAYER-A PIC X(20).
           05 FX-PLAYER-B PIC X(20).
           05 FX-VENUE    PIC X(4).
       FD  NO-SHOW-FILE.
       01 NO-SHOW-REC.
           05 NSH-DATE   PIC X(8).
           05 NSH-PLAYER PIC X(20).
           05 NSH-GAME   PIC X(10).
           05 NSH-VENUE  PIC X(4).
       FD  BADGE-MASTER.
       01 BADGE-MASTER-REC.
           05 BM-PLAYER PIC X(20).
           05 BM-BADGE  PIC X(15).
           05 BM-DATE   PIC X(8).
       FD  RATINGS-MASTER.
       01 RATINGS-MASTER-REC.
           05 RM-PLAYER PIC X(20).
           05 RM-RATING PIC 9(4).
           05 RM-GAMES  PIC 9(4).
           05 RM-MOVED-ON    PIC X(8).
           05 RM-BEFORE-MOVE PIC 9(4).
       FD  RATING-SNAPSHOT.
       01 RATING-SNAPSHOT-REC.
           05 RS-PLAYER PIC X(20).
           05 RS-RATING PIC 9(4).
       FD  SENT-LOG.
       01 SENT-LOG-REC.
           05 NS-TYPE PIC X(3).
           05 NS-PM-ID PIC X(6).
           05 NS-KEY  PIC X(40).
           05 NS-DATE PIC X(8).
       FD  MESSAGE-EXTRACT.
       01 MESSAGE-EXTRACT-REC.
           05 MO-CHANNEL PIC X(5).
           05 MO-ADDRESS PIC X(40).
           05 MO-VENUE   PIC X(4).
           05 MO-PM-ID   PIC X(6).
           05 MO-TYPE    PIC X(3).
           05 MO-DATE    PIC X(8).
           05 MO-TEXT    PIC X(80).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-NOSHOW-STATUS PIC XX.
       01 WS-BADGE-STATUS PIC XX.
       01 WS-RATING-STATUS PIC XX.
       01 WS-SNAPSHOT-STATUS PIC XX.
       01 WS-SENT-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
      * Tomorrow, for the fixture reminders.
       01 WS-DATE-NUMERIC PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(7).
       01 WS-TOMORROW PIC X(8).
      * Active registry players: name, id and home venue.
       01 WS-REG-COUNT PIC 999 VALUE 0.
       01 WS-REGISTRY-TABLE.
           05 WS-REG-ENTRY OCCURS 500 TIMES.
              10 WS-REG-NAME  PIC X(20).
              10 WS-REG-ID    PIC X(6).
              10 WS-REG-VENUE PIC X(4).
       01 WS-REG-IDX PIC 999.
       01 WS-REG-FOUND PIC 999.
       01 WS-CON-COUNT PIC 999 VALUE 0.
       01 WS-CONTACT-TABLE.
           05 WS-CON-ENTRY OCCURS 500 TIMES.
              10 WS-CON-PM-ID  PIC X(6).
              10 WS-CON-EMAIL  PIC X(40).
              10 WS-CON-MOBILE PIC X(15).
              10 WS-CON-OPTS   PIC X(4).
       01 WS-CON-IDX PIC 999.
       01 WS-CON-FOUND PIC 999.
      * The sent log, held so a notice already extracted is a table
      * lookup; notices extracted tonight are added as they go.
       01 WS-SENT-COUNT PIC 9(4) VALUE 0.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 5000 TIMES.
              10 WS-SNT-TYPE  PIC X(3).
              10 WS-SNT-PM-ID PIC X(6).
              10 WS-SNT-KEY   PIC X(40).
       01 WS-SNT-IDX PIC 9(4).
       01 WS-ALREADY-SENT PIC X.
       01 WS-SNAP-COUNT PIC 999 VALUE 0.
       01 WS-SNAP-LOADED PIC X VALUE "N".
       01 WS-SNAPSHOT-TABLE.
           05 WS-SNAP-ENTRY OCCURS 500 TIMES.
              10 WS-SNAP-PLAYER PIC X(20).
              10 WS-SNAP-RATING PIC 9(4).
       01 WS-SNAP-IDX PIC 999.
       01 WS-SNAP-FOUND PIC 999.
      * The notification types in the order the contact file keeps
      * their opt-in flags.
       01 WS-NOTICE-TYPE-NAMES PIC X(12) VALUE "FIXNSHBDGRAT".
       01 WS-NOTICE-TYPE-TABLE REDEFINES WS-NOTICE-TYPE-NAMES.
           05 WS-NOTICE-TYPE-CODE PIC X(3) OCCURS 4 TIMES.
      * The notice being queued.
       01 WS-NTC-PLAYER PIC X(20).
       01 WS-NTC-TYPE PIC 9.
       01 WS-NTC-KEY PIC X(40).
       01 WS-NTC-TEXT PIC X(80).
       01 WS-ED-RATING PIC ZZZ9.
       01 WS-ED-WAS PIC ZZZ9.
      * What became of the night's events.
       01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
       01 WS-MESSAGE-COUNT PIC 9(4) VALUE 0.
       01 WS-OPTED-OUT-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-CONTACT-COUNT PIC 9(4) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(4) VALUE 0.
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
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).

       PROCEDURE DIVISION.
       NOTIFY-EXTRACT.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSI-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 1
           COMPUTE WS-DATE-NUMERIC =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUMERIC TO WS-TOMORROW
           DISPLAY "NOTIFICATIONS FOR " WS-BUSI-DATE
           PERFORM LOAD-REGISTRY-PLAYERS
           PERFORM LOAD-CONTACTS
           PERFORM LOAD-SENT-LOG
           PERFORM LOAD-RATING-SNAPSHOT
           OPEN EXTEND MESSAGE-EXTRACT
           IF WS-EXTRACT-STATUS = "05" OR WS-EXTRACT-STATUS = "35"
              CLOSE MESSAGE-EXTRACT
              OPEN OUTPUT MESSAGE-EXTRACT
           END-IF
           OPEN EXTEND SENT-LOG
           IF WS-SENT-STATUS = "05" OR WS-SENT-STATUS = "35"
              CLOSE SENT-LOG
              OPEN OUTPUT SENT-LOG
           END-IF
           PERFORM GATHER-FIXTURE-NOTICES
           PERFORM GATHER-NO-SHOW-NOTICES
           PERFORM GATHER-BADGE-NOTICES
           PERFORM GATHER-RATING-NOTICES
           CLOSE SENT-LOG
           CLOSE MESSAGE-EXTRACT
           DISPLAY WS-EVENT-COUNT " EVENT(S), " WS-MESSAGE-COUNT
              " MESSAGE(S) EXTRACTED"
           DISPLAY WS-OPTED-OUT-COUNT " OPTED OUT, "
              WS-NO-CONTACT-COUNT " WITH NO CONTACT, "
              WS-DUPLICATE-COUNT " ALREADY SENT"
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-NOTIFY-EXTRACT.


       GATHER-FIXTURE-NOTICES.
      * Both players on every fixture tomorrow hear who they are
      * playing, at what, and where.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FIXTURE-SCHEDULE
           IF WS-SCHEDULE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ FIXTURE-SCHEDULE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF FX-DATE = WS-TOMORROW THEN
                          MOVE 1 TO WS-NTC-TYPE
                          MOVE FX-PLAYER-A TO WS-NTC-PLAYER
                          MOVE SPACES TO WS-NTC-KEY
                          STRING FX-DATE FX-GAME FX-PLAYER-B
                             DELIMITED BY SIZE INTO WS-NTC-KEY
                          MOVE SPACES TO WS-NTC-TEXT
                          STRING "FIXTURE " FX-DATE " " FX-GAME
                             " V " FX-PLAYER-B " AT " FX-VENUE
                             DELIMITED BY SIZE INTO WS-NTC-TEXT
                          PERFORM QUEUE-NOTICE
                          MOVE FX-PLAYER-B TO WS-NTC-PLAYER
                          MOVE SPACES TO WS-NTC-KEY
                          STRING FX-DATE FX-GAME FX-PLAYER-A
                             DELIMITED BY SIZE INTO WS-NTC-KEY
                          MOVE SPACES TO WS-NTC-TEXT
                          STRING "FIXTURE " FX-DATE " " FX-GAME
                             " V " FX-PLAYER-A " AT " FX-VENUE
                             DELIMITED BY SIZE INTO WS-NTC-TEXT
                          PERFORM QUEUE-NOTICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FIXTURE-SCHEDULE
           END-IF.
       END-GATHER-FIXTURE-NOTICES.


       GATHER-NO-SHOW-NOTICES.
      * A rerun of FIXTURE-CHECK can log the same no-show twice; the
      * sent log keeps it to one message.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NO-SHOW-FILE
           IF WS-NOSHOW-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ NO-SHOW-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF NSH-DATE = WS-BUSI-DATE THEN
                          MOVE 2 TO WS-NTC-TYPE
                          MOVE NSH-PLAYER TO WS-NTC-PLAYER
                          MOVE SPACES TO WS-NTC-KEY
                          STRING NSH-DATE NSH-GAME
                             DELIMITED BY SIZE INTO WS-NTC-KEY
                          MOVE SPACES TO WS-NTC-TEXT
                          STRING "NO-SHOW RECORDED FOR " NSH-GAME
                             " FIXTURE ON " NSH-DATE
                             DELIMITED BY SIZE INTO WS-NTC-TEXT
                          PERFORM QUEUE-NOTICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NO-SHOW-FILE
           END-IF.
       END-GATHER-NO-SHOW-NOTICES.


       GATHER-BADGE-NOTICES.
      * The marker record up front carries no player and is passed
      * over.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BADGE-MASTER
           IF WS-BADGE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ BADGE-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF BM-DATE = WS-BUSI-DATE AND
                          BM-PLAYER(1:3) NOT = "***" THEN
                          MOVE 3 TO WS-NTC-TYPE
                          MOVE BM-PLAYER TO WS-NTC-PLAYER
                          MOVE SPACES TO WS-NTC-KEY
                          STRING BM-DATE BM-BADGE
                             DELIMITED BY SIZE INTO WS-NTC-KEY
                          MOVE SPACES TO WS-NTC-TEXT
                          STRING "NEW BADGE EARNED: " BM-BADGE
                             " ON " BM-DATE
                             DELIMITED BY SIZE INTO WS-NTC-TEXT
                          PERFORM QUEUE-NOTICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BADGE-MASTER
           END-IF.
       END-GATHER-BADGE-NOTICES.


       GATHER-RATING-NOTICES.
      * A player whose rating differs from the snapshot hears the
      * new figure; the snapshot is then written again from tonight's
      * ladder so the next run measures from here.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATINGS-MASTER
           IF WS-RATING-STATUS = "00" THEN
              OPEN OUTPUT RATING-SNAPSHOT
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RATINGS-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF RM-PLAYER(1:3) NOT = "***" THEN
                          PERFORM CHECK-ONE-RATING
                          MOVE RM-PLAYER TO RS-PLAYER
                          MOVE RM-RATING TO RS-RATING
                          WRITE RATING-SNAPSHOT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATING-SNAPSHOT
              CLOSE RATINGS-MASTER
           END-IF.
       END-GATHER-RATING-NOTICES.


       CHECK-ONE-RATING.
           MOVE 0 TO WS-SNAP-FOUND
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1 UNTIL
              WS-SNAP-IDX > WS-SNAP-COUNT
              IF WS-SNAP-PLAYER(WS-SNAP-IDX) = RM-PLAYER THEN
                 MOVE WS-SNAP-IDX TO WS-SNAP-FOUND
              END-IF
           END-PERFORM
           IF WS-SNAP-LOADED = "Y" THEN
              MOVE RM-RATING TO WS-ED-RATING
              MOVE SPACES TO WS-NTC-TEXT
              IF WS-SNAP-FOUND = 0 THEN
                 STRING "YOU ARE NOW ON THE RATINGS LADDER AT "
                    WS-ED-RATING
                    DELIMITED BY SIZE INTO WS-NTC-TEXT
              ELSE
                 IF WS-SNAP-RATING(WS-SNAP-FOUND) NOT = RM-RATING
                    THEN
                    MOVE WS-SNAP-RATING(WS-SNAP-FOUND) TO WS-ED-WAS
                    STRING "YOUR RATING IS NOW " WS-ED-RATING
                       " (WAS " WS-ED-WAS ")"
                       DELIMITED BY SIZE INTO WS-NTC-TEXT
                 END-IF
              END-IF
              IF WS-NTC-TEXT NOT = SPACES THEN
                 MOVE 4 TO WS-NTC-TYPE
                 MOVE RM-PLAYER TO WS-NTC-PLAYER
                 MOVE SPACES TO WS-NTC-KEY
                 STRING WS-BUSI-DATE RM-RATING RM-GAMES
                    DELIMITED BY SIZE INTO WS-NTC-KEY
                 PERFORM QUEUE-NOTICE
              END-IF
           END-IF.
       END-CHECK-ONE-RATING.


       QUEUE-NOTICE.
      * One event for one player: to the extract once per channel
      * the player has an address for, unless they have opted out of
      * the type or have already been sent it. Players not on the
      * registry, or with no contact on file, are counted and passed
      * over.
           ADD 1 TO WS-EVENT-COUNT
           MOVE 0 TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1 UNTIL
              WS-REG-IDX > WS-REG-COUNT
              IF WS-REG-NAME(WS-REG-IDX) = WS-NTC-PLAYER THEN
                 MOVE WS-REG-IDX TO WS-REG-FOUND
              END-IF
           END-PERFORM
           MOVE 0 TO WS-CON-FOUND
           IF WS-REG-FOUND > 0 THEN
              PERFORM VARYING WS-CON-IDX FROM 1 BY 1 UNTIL
                 WS-CON-IDX > WS-CON-COUNT
                 IF WS-CON-PM-ID(WS-CON-IDX) = WS-REG-ID(WS-REG-FOUND)
                    THEN
                    MOVE WS-CON-IDX TO WS-CON-FOUND
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CON-FOUND = 0 THEN
              ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
              IF WS-CON-EMAIL(WS-CON-FOUND) = SPACES AND
                 WS-CON-MOBILE(WS-CON-FOUND) = SPACES THEN
                 ADD 1 TO WS-NO-CONTACT-COUNT
              ELSE
                 IF WS-CON-OPTS(WS-CON-FOUND)(WS-NTC-TYPE:1) = "N"
                    THEN
                    ADD 1 TO WS-OPTED-OUT-COUNT
                 ELSE
                    PERFORM CHECK-ALREADY-SENT
                    IF WS-ALREADY-SENT = "Y" THEN
                       ADD 1 TO WS-DUPLICATE-COUNT
                    ELSE
                       PERFORM WRITE-NOTICE-MESSAGES
                    END-IF
                 END-IF
              END-IF
           END-IF.
       END-QUEUE-NOTICE.


       CHECK-ALREADY-SENT.
           MOVE "N" TO WS-ALREADY-SENT
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1 UNTIL
              WS-SNT-IDX > WS-SENT-COUNT OR WS-ALREADY-SENT = "Y"
              IF WS-SNT-TYPE(WS-SNT-IDX) =
                 WS-NOTICE-TYPE-CODE(WS-NTC-TYPE) AND
                 WS-SNT-PM-ID(WS-SNT-IDX) = WS-REG-ID(WS-REG-FOUND)
                 AND WS-SNT-KEY(WS-SNT-IDX) = WS-NTC-KEY THEN
                 MOVE "Y" TO WS-ALREADY-SENT
              END-IF
           END-PERFORM.
       END-CHECK-ALREADY-SENT.


       WRITE-NOTICE-MESSAGES.
           MOVE SPACES TO MESSAGE-EXTRACT-REC
           MOVE WS-REG-VENUE(WS-REG-FOUND) TO MO-VENUE
           MOVE WS-REG-ID(WS-REG-FOUND) TO MO-PM-ID
           MOVE WS-NOTICE-TYPE-CODE(WS-NTC-TYPE) TO MO-TYPE
           MOVE WS-BUSI-DATE TO MO-DATE
           MOVE WS-NTC-TEXT TO MO-TEXT
           IF WS-CON-EMAIL(WS-CON-FOUND) NOT = SPACES THEN
              MOVE "EMAIL" TO MO-CHANNEL
              MOVE WS-CON-EMAIL(WS-CON-FOUND) TO MO-ADDRESS
              WRITE MESSAGE-EXTRACT-REC
              ADD 1 TO WS-MESSAGE-COUNT
           END-IF
           IF WS-CON-MOBILE(WS-CON-FOUND) NOT = SPACES THEN
              MOVE "SMS" TO MO-CHANNEL
              MOVE WS-CON-MOBILE(WS-CON-FOUND) TO MO-ADDRESS
              WRITE MESSAGE-EXTRACT-REC
              ADD 1 TO WS-MESSAGE-COUNT
           END-IF
           MOVE WS-NOTICE-TYPE-CODE(WS-NTC-TYPE) TO NS-TYPE
           MOVE WS-REG-ID(WS-REG-FOUND) TO NS-PM-ID
           MOVE WS-NTC-KEY TO NS-KEY
           MOVE WS-BUSI-DATE TO NS-DATE
           WRITE SENT-LOG-REC
           IF WS-SENT-COUNT < 5000 THEN
              ADD 1 TO WS-SENT-COUNT
              MOVE NS-TYPE TO WS-SNT-TYPE(WS-SENT-COUNT)
              MOVE NS-PM-ID TO WS-SNT-PM-ID(WS-SENT-COUNT)
              MOVE NS-KEY TO WS-SNT-KEY(WS-SENT-COUNT)
           END-IF.
       END-WRITE-NOTICE-MESSAGES.


       LOAD-REGISTRY-PLAYERS.
      * Active players only; a deactivated player is told nothing.
           MOVE 0 TO WS-REG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO PM-NAME
              START PLAYER-MASTER KEY IS NOT LESS THAN PM-NAME
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PLAYER-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PM-ACTIVE = "Y" AND WS-REG-COUNT < 500 THEN
                          ADD 1 TO WS-REG-COUNT
                          MOVE PM-NAME TO WS-REG-NAME(WS-REG-COUNT)
                          MOVE PM-ID TO WS-REG-ID(WS-REG-COUNT)
                          MOVE PM-VENUE TO WS-REG-VENUE(WS-REG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER
           END-IF.
       END-LOAD-REGISTRY-PLAYERS.


       LOAD-CONTACTS.
           MOVE 0 TO WS-CON-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ CONTACT-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-CON-COUNT < 500 THEN
                          ADD 1 TO WS-CON-COUNT
                          MOVE CONTACT-REC TO
                             WS-CON-ENTRY(WS-CON-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTACT-FILE
           END-IF.
       END-LOAD-CONTACTS.


       LOAD-SENT-LOG.
           MOVE 0 TO WS-SENT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SENT-LOG
           IF WS-SENT-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SENT-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-SENT-COUNT < 5000 THEN
                          ADD 1 TO WS-SENT-COUNT
                          MOVE NS-TYPE TO WS-SNT-TYPE(WS-SENT-COUNT)
                          MOVE NS-PM-ID TO
                             WS-SNT-PM-ID(WS-SENT-COUNT)
                          MOVE NS-KEY TO WS-SNT-KEY(WS-SENT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SENT-LOG
           END-IF.
       END-LOAD-SENT-LOG.


       LOAD-RATING-SNAPSHOT.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATING-SNAPSHOT
           IF WS-SNAPSHOT-STATUS = "00" THEN
              MOVE "Y" TO WS-SNAP-LOADED
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ RATING-SNAPSHOT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-SNAP-COUNT < 500 THEN
                          ADD 1 TO WS-SNAP-COUNT
                          MOVE RS-PLAYER TO
                             WS-SNAP-PLAYER(WS-SNAP-COUNT)
                          MOVE RS-RATING TO
                             WS-SNAP-RATING(WS-SNAP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATING-SNAPSHOT
           END-IF.
       END-LOAD-RATING-SNAPSHOT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "NOTIFY-EXTRACT - " WS-EVENT-COUNT " EVENT(S), "
              WS-MESSAGE-COUNT " MESSAGE(S), " WS-OPTED-OUT-COUNT
              " OPTED OUT"
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
           MOVE "NOTIFY-EXTRACT - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "NOTIFY-EXTRACT - RUN END" TO WS-LOG-TEXT
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
