           SELECT BOB-REPLY-TABLE ASSIGN TO "BOBREPLY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPLY-STATUS.
      * Remarks BOB had no real answer for -- nothing in the reply
      * table or the keyword list caught them, so they got only the
      * generic reply -- queued for the staff to answer through
      * BOB-ESCALATION. Each carries the exchange before it for
      * context, and the BOB line on the transcript is tagged with
      * the same number so the staff reply can be filed under it.
           SELECT ESCALATION-QUEUE ASSIGN TO "BOBESCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ESCAL-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 BRT-TYPE    PIC X.
           05 BRT-PATTERN PIC X(20).
           05 BRT-REPLY   PIC X(40).
       FD  ESCALATION-QUEUE.
       01 ESCALATION-QUEUE-REC.
           05 BEQ-ID           PIC 9(6).
           05 BEQ-DATE         PIC X(8).
      * O open, A answered by the staff.
           05 BEQ-STATUS       PIC X.
           05 BEQ-REMARK       PIC X(60).
           05 BEQ-BOB-REPLY    PIC X(40).
           05 BEQ-PRIOR-REMARK PIC X(60).
           05 BEQ-PRIOR-REPLY  PIC X(40).
           05 BEQ-STAFF-REPLY  PIC X(40).
           05 BEQ-ANSWERED-BY  PIC X(10).
           05 BEQ-ANSWERED-ON  PIC X(8).
           05 BEQ-PATTERN      PIC X(20).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 WS-PAT-POS PIC 99.
       01 WS-PAT-HIT PIC X.
       01 WS-REJECTLOG-STATUS PIC XX.
      * Escalation: whether this remark got only the generic reply,
      * the last queue number handed out (found on the first
      * escalation of the run), and the exchange before this one.
       01 WS-ESCAL-STATUS PIC XX.
       01 WS-ESCAL-EOF PIC X.
       01 WS-FALLBACK PIC X VALUE "N".
       01 WS-ESCAL-SCANNED PIC X VALUE "N".
       01 WS-LAST-ESCAL-ID PIC 9(6) VALUE 0.
       01 WS-ESCAL-TAG PIC X(20).
       01 WS-ESCAL-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-REMARK PIC X(60) VALUE SPACES.
       01 WS-PRIOR-REPLY PIC X(40) VALUE SPACES.
      * Control-record framing on the batch feed: a producer that
      * wraps the file in HDR (source and business date) and TRL
      * (record count) records gets the count verified before


       RESPOND-TO-REMARK.
           MOVE "N" TO WS-FALLBACK
           COMPUTE WS-LENGTH = FUNCTION LENGTH(FUNCTION
              TRIM(WS-HEYBOB, TRAILING))
           IF WS-REPLY-LOADED = "Y" THEN
                 END-IF
              END-IF
           END-IF
           END-IF
      * Said something, and neither a table pattern nor a keyword
      * caught it: whatever BOB said back was only the fallback.
           IF WS-HEYBOB NOT = SPACES AND WS-KW-FOUND NOT = "Y" THEN
              MOVE "Y" TO WS-FALLBACK
           END-IF.
       END-RESPOND-TO-REMARK.

           MOVE SPACES TO TRANSCRIPT-LOG-REC
           STRING "BOB: " FUNCTION TRIM(WS-RESULT, TRAILING)
              DELIMITED BY SIZE INTO TRANSCRIPT-LOG-REC
      * An escalated exchange carries its queue number past the end
      * of the reply, where the analysis never looks.
           IF WS-FALLBACK = "Y" THEN
              PERFORM QUEUE-ESCALATION
              MOVE WS-ESCAL-TAG TO TRANSCRIPT-LOG-REC(81:20)
           END-IF
           WRITE TRANSCRIPT-LOG-REC
           CLOSE TRANSCRIPT-LOG
           MOVE WS-HEYBOB TO WS-PRIOR-REMARK
           MOVE WS-RESULT TO WS-PRIOR-REPLY.
       END-LOG-EXCHANGE.


       QUEUE-ESCALATION.
      * Numbers run on from the highest already on the queue; the
      * queue is created the first time there's anything to put on
      * it.
           IF WS-ESCAL-SCANNED = "N" THEN
              PERFORM FIND-LAST-ESCALATION
           END-IF
           ADD 1 TO WS-LAST-ESCAL-ID
           ADD 1 TO WS-ESCAL-COUNT
           IF WS-BUSI-DATE = SPACES THEN
              PERFORM GET-BUSINESS-DATE
           END-IF
           OPEN EXTEND ESCALATION-QUEUE
           IF WS-ESCAL-STATUS = "05" OR WS-ESCAL-STATUS = "35"
              CLOSE ESCALATION-QUEUE
              OPEN OUTPUT ESCALATION-QUEUE
           END-IF
           MOVE SPACES TO ESCALATION-QUEUE-REC
           MOVE WS-LAST-ESCAL-ID TO BEQ-ID
           MOVE WS-BUSI-DATE TO BEQ-DATE
           MOVE "O" TO BEQ-STATUS
           MOVE WS-HEYBOB TO BEQ-REMARK
           MOVE WS-RESULT TO BEQ-BOB-REPLY
           MOVE WS-PRIOR-REMARK TO BEQ-PRIOR-REMARK
           MOVE WS-PRIOR-REPLY TO BEQ-PRIOR-REPLY
           WRITE ESCALATION-QUEUE-REC
           CLOSE ESCALATION-QUEUE
           MOVE SPACES TO WS-ESCAL-TAG
           STRING "ESCALATION " WS-LAST-ESCAL-ID
              DELIMITED BY SIZE INTO WS-ESCAL-TAG.
       END-QUEUE-ESCALATION.


       FIND-LAST-ESCALATION.
           MOVE 0 TO WS-LAST-ESCAL-ID
           MOVE "N" TO WS-ESCAL-EOF
           OPEN INPUT ESCALATION-QUEUE
           IF WS-ESCAL-STATUS = "00" THEN
              PERFORM UNTIL WS-ESCAL-EOF = "Y"
                 READ ESCALATION-QUEUE
                    AT END
                       MOVE "Y" TO WS-ESCAL-EOF
                    NOT AT END
                       IF BEQ-ID > WS-LAST-ESCAL-ID THEN
                          MOVE BEQ-ID TO WS-LAST-ESCAL-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESCALATION-QUEUE
           END-IF
           MOVE "Y" TO WS-ESCAL-SCANNED.
       END-FIND-LAST-ESCALATION.


       RUN-CONVERSATION.
      * Works through a multi-line back-and-forth from the BOBCONVO
      * feed, one remark per line, answering and logging each one the
           MOVE "N" TO WS-CONVO-EOF
           MOVE SPACES TO WS-LAST-INPUT
           MOVE 0 TO WS-REPEAT-COUNT
           MOVE SPACES TO WS-PRIOR-REMARK
           MOVE SPACES TO WS-PRIOR-REPLY
           PERFORM CHECK-FEED-FRAMING
           IF WS-FEED-FRAMED = "Y" AND WS-FRAME-OK = "N" THEN
              PERFORM REJECT-FEED-FILE
      * The same remark twice (or more) in a row within one
      * conversation gets called out instead of answered the same way
      * every time.
           MOVE "N" TO WS-FALLBACK
           MOVE "Okay, I heard you the first time." TO WS-RESULT.
       END-RESPOND-TO-REPEAT.

       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "BOB - LAST REMARK " FUNCTION TRIM(WS-HEYBOB)
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-OPERATIONS-LINE
           MOVE SPACES TO WS-LOG-TEXT
           STRING "BOB - " WS-ESCAL-COUNT
              " REMARK(S) ESCALATED TO STAFF"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.

