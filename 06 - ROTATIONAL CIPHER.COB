      * The day's cipher work queues up here -- a mode (E encipher /
      * D decipher), a key, and the text, one message per record --
      * so the nightly run can pick it up unattended like the other
      * text feeds. Modes K (encipher) and U (decipher) run under the
      * scheduled keyword instead, and their key field is ignored.
           SELECT CIPHER-MESSAGE-FEED ASSIGN TO "CIPHMSGS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEED-STATUS.
      * The key schedule, maintained in advance: one record per
      * effective date. When a call arrives without a key, the key
      * scheduled for the processing date is used, so nothing goes
      * out under yesterday's key because somebody forgot. A record
      * may also carry a keyword for the keyword modes; the keyword
      * in force is the one on the latest dated record that has one,
      * so it never has to be typed into the feed.
           SELECT KEY-SCHEDULE ASSIGN TO "CIPHKEYS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHED-STATUS.
       01 KEY-SCHEDULE-REC.
           05 KSF-EFFECTIVE-DATE PIC X(8).
           05 KSF-KEY            PIC 99.
           05 KSF-KEYWORD        PIC X(20).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
      * for every possible key so an analyst can spot the one that
      * reads as English without knowing WS-KEY up front.
       01 WS-BRUTE-FORCE PIC X.
      * Keyword mode: each letter of the message is shifted by the
      * next letter of the keyword (A shifts 0, Z shifts 25), the
      * keyword repeating for as long as the message runs; anything
      * not a letter rides along untouched and uses up no keyword
      * letter. F runs the keyword forward, B runs it back.
       01 WS-SCHED-KEYWORD PIC X(20).
       01 WS-KEYWORD-FOUND PIC X.
       01 WS-KEYWORD-DATE  PIC X(8).
       01 WS-KEYWORD       PIC X(20).
       01 WS-KEYWORD-LEN   PIC 99.
       01 WS-KEYWORD-VALID PIC X.
       01 WS-KEYWORD-POS   PIC 99.
       01 WS-KEYWORD-DIR   PIC X.
       01 WS-KEYWORD-IN    PIC X(128).
       01 WS-KEYWORD-OUT   PIC X(128).
       01 WS-KEYWORD-COUNT PIC 9(4) VALUE 0.
       01 WS-KEYWORD-REASON PIC X(30).
       01 WS-KEY-SHIFT     PIC 99.
       01 WS-TEXT-ORD      PIC 99.
       01 WS-TEXT-CASE     PIC X.
       01 WS-CHAR-POS      PIC 999.
       01 WS-ONE-CHAR      PIC X.
       01 WS-LETTER-ORD    PIC 99.
       01 WS-LETTER-CASE   PIC X.
       01 WS-ALPHA-IDX     PIC 99.
      * When the caller sets this, KEYWORD-LENGTH-REPORT runs against
      * WS-TEXT instead of the normal cipher: for each keyword length
      * it could be, the letters are dealt into that many columns and
      * the columns' index of coincidence averaged, and the length
      * that reads most like English is named as the likely one.
       01 WS-KEYWORD-ANALYSIS PIC X.
       01 WS-LETTERS       PIC X(128).
       01 WS-LETTER-COUNT  PIC 999.
       01 WS-PERIOD        PIC 99.
       01 WS-COLUMN        PIC 99.
       01 WS-COLUMN-SIZE   PIC 999.
       01 WS-FREQ-TABLE.
           05 WS-FREQ PIC 999 OCCURS 26 TIMES.
       01 WS-COINCIDENCES  PIC 9(6).
       01 WS-COLUMN-IC     PIC 9V9(4).
       01 WS-IC-TOTAL      PIC 99V9(4).
       01 WS-PERIOD-IC     PIC 9V9(4).
       01 WS-BEST-IC       PIC 9V9(4).
       01 WS-BEST-PERIOD   PIC 99.
       01 WS-LIKELY-PERIOD PIC 99.
       01 WS-IC-DISPLAY    PIC 9.9999.
       01 WS-REJECTLOG-STATUS PIC XX.
      * Round-trip verification state: the output read back beside
      * the feed, each record decrypted under the same key it went
      * upper-cased one, so letters keep their original case and any
      * punctuation or digits just ride along untouched by the
      * INSPECT CONVERTING below.
         IF WS-KEY = 0 AND WS-BRUTE-FORCE NOT = "Y" AND
            WS-KEYWORD-ANALYSIS NOT = "Y" THEN
            PERFORM LOOK-UP-SCHEDULED-KEY
         END-IF
         IF WS-KEYWORD-ANALYSIS = "Y" THEN
            PERFORM KEYWORD-LENGTH-REPORT
         ELSE IF WS-BRUTE-FORCE = "Y" THEN
            PERFORM BRUTE-FORCE-REPORT
         ELSE
            MOVE WS-TEXT TO WS-CIPHER
            INSPECT WS-CIPHER CONVERTING WS-ALPHA-LOWER
               TO WS-SHIFTED-LOWER
         END-IF
         END-IF
         PERFORM BATCH-CIPHER-RUN
      * Nothing proves the output until it decrypts back to what
      * went in; the batch is only declared good after the verify
       END-BRUTE-FORCE-REPORT.


       KEYWORD-LENGTH-REPORT.
      * Cryptanalysis aid for keyword messages. At the true keyword
      * length every column is a plain shift of English, and its
      * index of coincidence -- the chance two letters drawn from it
      * match -- sits near English's 0.066; at a wrong length the
      * columns mix shifts and it sinks toward 0.038. Multiples of
      * the true length score as well as the length itself, so the
      * shortest length reaching 0.060 is named, or failing that the
      * best-scoring one. Each column needs two letters to count.
         MOVE SPACES TO WS-LETTERS
         MOVE 0 TO WS-LETTER-COUNT
         PERFORM VARYING WS-CHAR-POS FROM 1 BY 1 UNTIL
            WS-CHAR-POS > 128
            MOVE WS-TEXT(WS-CHAR-POS:1) TO WS-ONE-CHAR
            PERFORM FIND-LETTER-ORD
            IF WS-LETTER-ORD > 0 THEN
               ADD 1 TO WS-LETTER-COUNT
               MOVE WS-ALPHA(WS-LETTER-ORD:1) TO
                  WS-LETTERS(WS-LETTER-COUNT:1)
            END-IF
         END-PERFORM
         DISPLAY "KEYWORD LENGTH ANALYSIS - " WS-LETTER-COUNT
            " LETTERS"
         MOVE 0 TO WS-LIKELY-PERIOD
         MOVE 0 TO WS-BEST-PERIOD
         MOVE 0 TO WS-BEST-IC
         PERFORM VARYING WS-PERIOD FROM 1 BY 1 UNTIL
            WS-PERIOD > 20 OR WS-PERIOD * 2 > WS-LETTER-COUNT
            MOVE 0 TO WS-IC-TOTAL
            PERFORM VARYING WS-COLUMN FROM 1 BY 1 UNTIL
               WS-COLUMN > WS-PERIOD
               PERFORM COLUMN-COINCIDENCE
               ADD WS-COLUMN-IC TO WS-IC-TOTAL
            END-PERFORM
            COMPUTE WS-PERIOD-IC ROUNDED = WS-IC-TOTAL / WS-PERIOD
            MOVE WS-PERIOD-IC TO WS-IC-DISPLAY
            DISPLAY "LENGTH " WS-PERIOD ": INDEX OF COINCIDENCE "
               WS-IC-DISPLAY
            IF WS-PERIOD-IC > WS-BEST-IC THEN
               MOVE WS-PERIOD-IC TO WS-BEST-IC
               MOVE WS-PERIOD TO WS-BEST-PERIOD
            END-IF
            IF WS-LIKELY-PERIOD = 0 AND WS-PERIOD-IC >= 0.0600 THEN
               MOVE WS-PERIOD TO WS-LIKELY-PERIOD
            END-IF
         END-PERFORM
         IF WS-LIKELY-PERIOD = 0 THEN
            MOVE WS-BEST-PERIOD TO WS-LIKELY-PERIOD
         END-IF
         IF WS-LIKELY-PERIOD = 0 THEN
            DISPLAY "TOO FEW LETTERS TO ESTIMATE A KEYWORD LENGTH"
         ELSE
            DISPLAY "LIKELY KEYWORD LENGTH: " WS-LIKELY-PERIOD
         END-IF.
       END-KEYWORD-LENGTH-REPORT.


       COLUMN-COINCIDENCE.
      * Index of coincidence of one column: every WS-PERIOD'th
      * letter starting at WS-COLUMN.
         MOVE ZEROS TO WS-FREQ-TABLE
         MOVE 0 TO WS-COLUMN-SIZE
         PERFORM VARYING WS-CHAR-POS FROM WS-COLUMN BY WS-PERIOD
            UNTIL WS-CHAR-POS > WS-LETTER-COUNT
            MOVE WS-LETTERS(WS-CHAR-POS:1) TO WS-ONE-CHAR
            PERFORM FIND-LETTER-ORD
            ADD 1 TO WS-FREQ(WS-LETTER-ORD)
            ADD 1 TO WS-COLUMN-SIZE
         END-PERFORM
         MOVE 0 TO WS-COINCIDENCES
         PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1 UNTIL
            WS-ALPHA-IDX > 26
            IF WS-FREQ(WS-ALPHA-IDX) > 1 THEN
               COMPUTE WS-COINCIDENCES = WS-COINCIDENCES +
                  WS-FREQ(WS-ALPHA-IDX) * (WS-FREQ(WS-ALPHA-IDX) - 1)
            END-IF
         END-PERFORM
         IF WS-COLUMN-SIZE < 2 THEN
            MOVE 0 TO WS-COLUMN-IC
         ELSE
            COMPUTE WS-COLUMN-IC ROUNDED = WS-COINCIDENCES /
               (WS-COLUMN-SIZE * (WS-COLUMN-SIZE - 1))
         END-IF.
       END-COLUMN-COINCIDENCE.


       FIND-LETTER-ORD.
      * WS-ONE-CHAR's place in the alphabet (1-26) and its case, U
      * or L; 0 when it isn't a letter.
         MOVE 0 TO WS-LETTER-ORD
         MOVE SPACE TO WS-LETTER-CASE
         PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1 UNTIL
            WS-ALPHA-IDX > 26 OR WS-LETTER-ORD > 0
            IF WS-ONE-CHAR = WS-ALPHA(WS-ALPHA-IDX:1) THEN
               MOVE WS-ALPHA-IDX TO WS-LETTER-ORD
               MOVE "U" TO WS-LETTER-CASE
            ELSE IF WS-ONE-CHAR = WS-ALPHA-LOWER(WS-ALPHA-IDX:1) THEN
               MOVE WS-ALPHA-IDX TO WS-LETTER-ORD
               MOVE "L" TO WS-LETTER-CASE
            END-IF
            END-IF
         END-PERFORM.
       END-FIND-LETTER-ORD.


       KEYWORD-CIPHER-TEXT.
      * Runs WS-KEYWORD-IN through WS-KEYWORD, forward or back per
      * WS-KEYWORD-DIR, into WS-KEYWORD-OUT; letters keep their
      * case, and the keyword position only moves on a letter.
         MOVE WS-KEYWORD-IN TO WS-KEYWORD-OUT
         MOVE 1 TO WS-KEYWORD-POS
         PERFORM VARYING WS-CHAR-POS FROM 1 BY 1 UNTIL
            WS-CHAR-POS > 128
            MOVE WS-KEYWORD-IN(WS-CHAR-POS:1) TO WS-ONE-CHAR
            PERFORM FIND-LETTER-ORD
            IF WS-LETTER-ORD > 0 THEN
               MOVE WS-LETTER-ORD TO WS-TEXT-ORD
               MOVE WS-LETTER-CASE TO WS-TEXT-CASE
               MOVE WS-KEYWORD(WS-KEYWORD-POS:1) TO WS-ONE-CHAR
               PERFORM FIND-LETTER-ORD
               COMPUTE WS-KEY-SHIFT = WS-LETTER-ORD - 1
               IF WS-KEYWORD-DIR = "F" THEN
                  COMPUTE NEW-ORD = WS-TEXT-ORD + WS-KEY-SHIFT
               ELSE
                  COMPUTE NEW-ORD = WS-TEXT-ORD + 26 - WS-KEY-SHIFT
               END-IF
               IF NEW-ORD > 26 THEN
                  COMPUTE NEW-ORD = NEW-ORD - 26
               END-IF
               IF WS-TEXT-CASE = "U" THEN
                  MOVE WS-ALPHA(NEW-ORD:1) TO
                     WS-KEYWORD-OUT(WS-CHAR-POS:1)
               ELSE
                  MOVE WS-ALPHA-LOWER(NEW-ORD:1) TO
                     WS-KEYWORD-OUT(WS-CHAR-POS:1)
               END-IF
               ADD 1 TO WS-KEYWORD-POS
               IF WS-KEYWORD-POS > WS-KEYWORD-LEN THEN
                  MOVE 1 TO WS-KEYWORD-POS
               END-IF
            END-IF
         END-PERFORM.
       END-KEYWORD-CIPHER-TEXT.


       LOOK-UP-SCHEDULED-KEY.
      * Find the schedule entry in force for the processing date:
      * the latest effective date at or before it. No date supplied
       END-LOOK-UP-SCHEDULED-KEY.


       LOOK-UP-SCHEDULED-KEYWORD.
      * The keyword in force for the processing date: the one on the
      * latest dated schedule record at or before it that carries a
      * keyword at all. It has to be letters only -- upper or lower
      * case, read as upper -- with nothing after the first space.
         IF WS-PROCESS-DATE = SPACES THEN
            PERFORM GET-BUSINESS-DATE
            MOVE WS-BUSI-DATE TO WS-PROCESS-DATE
         END-IF
         MOVE "N" TO WS-KEYWORD-FOUND
         MOVE "N" TO WS-KEYWORD-VALID
         MOVE SPACES TO WS-KEYWORD-DATE
         MOVE SPACES TO WS-SCHED-KEYWORD
         MOVE "N" TO WS-SCHED-EOF
         OPEN INPUT KEY-SCHEDULE
         IF WS-SCHED-STATUS = "00" THEN
            PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ KEY-SCHEDULE
                  AT END
                     MOVE "Y" TO WS-SCHED-EOF
                  NOT AT END
                     IF KSF-EFFECTIVE-DATE <= WS-PROCESS-DATE AND
                        KSF-KEYWORD NOT = SPACES AND
                        (WS-KEYWORD-FOUND = "N" OR
                        KSF-EFFECTIVE-DATE > WS-KEYWORD-DATE) THEN
                        MOVE KSF-EFFECTIVE-DATE TO WS-KEYWORD-DATE
                        MOVE KSF-KEYWORD TO WS-SCHED-KEYWORD
                        MOVE "Y" TO WS-KEYWORD-FOUND
                     END-IF
               END-READ
            END-PERFORM
            CLOSE KEY-SCHEDULE
         END-IF
         IF WS-KEYWORD-FOUND = "Y" THEN
            MOVE WS-SCHED-KEYWORD TO WS-KEYWORD
            INSPECT WS-KEYWORD CONVERTING WS-ALPHA-LOWER TO WS-ALPHA
            MOVE 0 TO WS-KEYWORD-LEN
            INSPECT WS-KEYWORD TALLYING WS-KEYWORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-KEYWORD-LEN > 0 AND
               WS-KEYWORD(1:WS-KEYWORD-LEN) IS ALPHABETIC-UPPER THEN
               MOVE "Y" TO WS-KEYWORD-VALID
               IF WS-KEYWORD-LEN < 20 THEN
                  IF WS-KEYWORD(WS-KEYWORD-LEN + 1:) NOT = SPACES
                     THEN
                     MOVE "N" TO WS-KEYWORD-VALID
                  END-IF
               END-IF
            END-IF
         END-IF.
       END-LOOK-UP-SCHEDULED-KEYWORD.


       BATCH-CIPHER-RUN.
      * Works through the day's queued messages: E runs the key
      * forward, D runs it back (a shift of 26 minus the key undoes
                        CONTINUE
                     ELSE
                     ADD 1 TO WS-FEED-COUNT
                     IF CMF-MODE = "K" OR CMF-MODE = "U" THEN
                        PERFORM KEYWORD-ONE-MESSAGE
                     ELSE
                     IF CMF-KEY = 0 THEN
                        PERFORM LOOK-UP-SCHEDULED-KEY
                        IF WS-SCHED-FOUND = "Y" THEN
                        END-IF
                     END-IF
                     END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CIPHER-OUTPUT
                     (CIPHER-MESSAGE-FEED-REC(1:3) = "HDR" OR
                     CIPHER-MESSAGE-FEED-REC(1:3) = "TRL") THEN
                     CONTINUE
                  ELSE IF CMF-MODE = "K" OR CMF-MODE = "U" THEN
                     PERFORM LOOK-UP-SCHEDULED-KEYWORD
                     IF WS-KEYWORD-VALID = "Y" THEN
                        MOVE "Y" TO WS-INPUT-WANTED
                     END-IF
                  ELSE
                     IF CMF-KEY > 26 THEN
                        CONTINUE
                        END-IF
                     END-IF
                  END-IF
                  END-IF
            END-READ
         END-PERFORM.
       END-FIND-NEXT-VERIFIABLE-INPUT.
      * The opposite shift under the key the output record carries:
      * an enciphered record shifts back, a deciphered one shifts
      * forward, and the round trip has to land exactly on the
      * text that went in. A keyword record runs back through the
      * keyword the feed walk just looked up for it.
         IF COF-MODE = "K" OR COF-MODE = "U" THEN
            IF COF-MODE = "K" THEN
               MOVE "B" TO WS-KEYWORD-DIR
            ELSE
               MOVE "F" TO WS-KEYWORD-DIR
            END-IF
            MOVE COF-TEXT TO WS-KEYWORD-IN
            PERFORM KEYWORD-CIPHER-TEXT
            MOVE WS-KEYWORD-OUT TO WS-ROUND-TRIP
         ELSE
         IF COF-MODE = "D" THEN
            MOVE COF-KEY TO WS-KEY
         ELSE
         INSPECT WS-ROUND-TRIP CONVERTING WS-ALPHA TO WS-SHIFTED
         INSPECT WS-ROUND-TRIP CONVERTING WS-ALPHA-LOWER
            TO WS-SHIFTED-LOWER
         END-IF
         IF WS-ROUND-TRIP NOT = CMF-TEXT THEN
            ADD 1 TO WS-MISMATCH-COUNT
            DISPLAY "VERIFY MISMATCH AT OUTPUT #" WS-VERIFY-COUNT
       END-CIPHER-ONE-MESSAGE.


       KEYWORD-ONE-MESSAGE.
      * A keyword message never carries its key: the keyword comes
      * off the schedule for the processing date, K runs it forward
      * and U runs it back, and without a usable keyword the message
      * is turned away rather than sent under a guess. The output
      * carries a zero key, so the keyword itself never leaves here.
         PERFORM LOOK-UP-SCHEDULED-KEYWORD
         IF WS-KEYWORD-FOUND = "N" THEN
            MOVE "NO SCHEDULED KEYWORD" TO WS-KEYWORD-REASON
            DISPLAY "MESSAGE #" WS-FEED-COUNT
               " HAS NO SCHEDULED KEYWORD - REJECTED"
            PERFORM REJECT-BAD-KEYWORD
         ELSE IF WS-KEYWORD-VALID = "N" THEN
            MOVE "SCHEDULED KEYWORD NOT LETTERS" TO WS-KEYWORD-REASON
            DISPLAY "MESSAGE #" WS-FEED-COUNT
               " SCHEDULED KEYWORD IS NOT ALL LETTERS - REJECTED"
            PERFORM REJECT-BAD-KEYWORD
         ELSE
            IF CMF-MODE = "K" THEN
               MOVE "F" TO WS-KEYWORD-DIR
            ELSE
               MOVE "B" TO WS-KEYWORD-DIR
            END-IF
            MOVE CMF-TEXT TO WS-KEYWORD-IN
            PERFORM KEYWORD-CIPHER-TEXT
            MOVE CMF-MODE TO COF-MODE
            MOVE 0 TO COF-KEY
            MOVE WS-KEYWORD-OUT TO COF-TEXT
            WRITE CIPHER-OUTPUT-REC
            ADD 1 TO WS-KEYWORD-COUNT
         END-IF
         END-IF.
       END-KEYWORD-ONE-MESSAGE.


       REJECT-BAD-KEY.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
       END-REJECT-NO-KEY.


       REJECT-BAD-KEYWORD.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
         MOVE SPACES TO WS-LOG-TEXT
         STRING "ROTATIONAL-CIPHER - REJECTED MESSAGE "
            WS-FEED-COUNT " - " WS-KEYWORD-REASON
            DELIMITED BY SIZE INTO WS-LOG-TEXT
         MOVE "R" TO WS-LOG-SEVERITY
         PERFORM WRITE-REJECT-LINE.
       END-REJECT-BAD-KEYWORD.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
               DELIMITED BY SIZE INTO WS-LOG-TEXT
         END-IF
         MOVE "I" TO WS-LOG-SEVERITY
         PERFORM WRITE-OPERATIONS-LINE
      * The keyword itself stays off the log; only its date does.
         IF WS-KEYWORD-COUNT > 0 THEN
            MOVE SPACES TO WS-LOG-TEXT
            STRING "ROTATIONAL-CIPHER - " WS-KEYWORD-COUNT
               " KEYWORD MESSAGE(S) UNDER KEYWORD OF "
               WS-KEYWORD-DATE
               DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM WRITE-OPERATIONS-LINE
         END-IF.
       END-LOG-DAILY-OPERATION.


