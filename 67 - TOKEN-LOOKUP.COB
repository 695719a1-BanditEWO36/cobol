              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TVF-CARD
              FILE STATUS IS WS-VAULT-STATUS.
      * The retirement record TOKEN-PURGE writes for every token it
      * takes out of the vault; a token that isn't in the vault but
      * is on here was retired, not never issued.
           SELECT TOKEN-RETIREMENTS ASSIGN TO "TOKNRETR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETIRED-STATUS.
      * Every detokenization gets a record: who asked, when, which
      * token. A lookup with no named operator is refused outright.
           SELECT TOKEN-AUDIT ASSIGN TO "TOKNAUDT"
       01 TOKEN-VAULT-REC.
           05 TVF-CARD  PIC X(32).
           05 TVF-TOKEN PIC X(12).
           05 TVF-FIRST-SEEN PIC X(8).
           05 TVF-LAST-SEEN  PIC X(8).
       FD  TOKEN-RETIREMENTS.
       01 TOKEN-RETIREMENTS-REC.
           05 TRR-TOKEN      PIC X(12).
           05 TRR-RETIRED    PIC X(8).
           05 TRR-FIRST-SEEN PIC X(8).
           05 TRR-LAST-SEEN  PIC X(8).
           05 TRR-LAST-FOUR  PIC X(4).
           05 TRR-DAYS       PIC 9(4).
       FD  TOKEN-AUDIT.
       01 TOKEN-AUDIT-REC PIC X(60).
       FD  DAILY-OPERATIONS-LOG.
       01 WS-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-VAULT-STATUS PIC XX.
       01 WS-TOKAUD-STATUS PIC XX.
       01 WS-RETIRED-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-REJECTLOG-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
              CLOSE TOKEN-VAULT
           END-IF
           IF WS-FOUND = "N" THEN
              PERFORM FIND-TOKEN-RETIREMENT
           END-IF.
       END-FIND-TOKEN-IN-VAULT.


       FIND-TOKEN-RETIREMENT.
      * A token gone from the vault may have been retired by the
      * purge; if so the answer says when, not just "not found".
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TOKEN-RETIREMENTS
           IF WS-RETIRED-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TOKEN-RETIREMENTS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF TRR-TOKEN = WS-TOKEN THEN
                          MOVE "Y" TO WS-FOUND
                          MOVE "Y" TO WS-EOF-SWITCH
                          DISPLAY "TOKEN " WS-TOKEN " RETIRED ON "
                             TRR-RETIRED " - LAST SEEN "
                             TRR-LAST-SEEN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TOKEN-RETIREMENTS
           END-IF
           IF WS-FOUND = "N" THEN
              DISPLAY "TOKEN NOT IN THE VAULT: " WS-TOKEN
           END-IF.
       END-FIND-TOKEN-RETIREMENT.


       STAMP-TOKEN-AUDIT.
      * One line per detokenization, creating the audit file on the
      * first write: the date, the time, who asked, which token.
