       01 WS-PRIME-EOF PIC X VALUE "N".
       01 WS-LOADED-COUNT PIC 9(5) VALUE 0.
       01 WS-LARGEST-PRIME PIC 9(5) VALUE 0.
      * The store may already reach past the saved list, once
      * PRIME-STORE-EXTEND has added bands above it; a rebuild from
      * a shorter list would throw those bands away, so the list is
      * measured against the store's control record first.
       01 WS-STORE-LARGEST PIC 9(5) VALUE 0.
       01 WS-LIST-LARGEST PIC 9(5) VALUE 0.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
           DISPLAY "KEYED PRIME STORE BUILD"
           MOVE "N" TO WS-PRIME-EOF
           OPEN INPUT SIEVE-PRIME-LIST
           IF WS-PRIME-STATUS = "00" THEN
              PERFORM MEASURE-SAVED-LIST
           END-IF
           IF WS-PRIME-STATUS NOT = "00" THEN
              DISPLAY "NO SAVED PRIME LIST - RUN SIEVE FIRST"
           ELSE IF WS-LIST-LARGEST < WS-STORE-LARGEST THEN
              CLOSE SIEVE-PRIME-LIST
              DISPLAY "SAVED LIST STOPS AT " WS-LIST-LARGEST
                 " - THE STORE ALREADY REACHES " WS-STORE-LARGEST
              DISPLAY "STORE KEPT - RAISE THE SIEVE LIMIT PAST IT OR "
                 "EXTEND THE STORE INSTEAD"
              MOVE SPACES TO WS-LOG-TEXT
              STRING "PRIME-STORE-BUILD - LIST TOP " WS-LIST-LARGEST
                 " BELOW STORE TOP " WS-STORE-LARGEST " - KEPT"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           ELSE
      * The store is rebuilt whole: a raise of the sieve ceiling
      * replaces it rather than patching it.
              WRITE PRIME-STORE-TOP-REC
              CLOSE PRIME-STORE-TOP
           END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-PRIME-STORE-BUILD.


       MEASURE-SAVED-LIST.
      * Reads the list through once for its last prime and the
      * control record for the store's, then reopens the list at
      * the top for the build.
           MOVE "N" TO WS-PRIME-EOF
           PERFORM UNTIL WS-PRIME-EOF = "Y"
              READ SIEVE-PRIME-LIST
                 AT END
                    MOVE "Y" TO WS-PRIME-EOF
                 NOT AT END
                    MOVE SIEVE-PRIME-LIST-REC TO WS-LIST-LARGEST
              END-READ
           END-PERFORM
           CLOSE SIEVE-PRIME-LIST
           MOVE "N" TO WS-PRIME-EOF
           OPEN INPUT SIEVE-PRIME-LIST
           OPEN INPUT PRIME-STORE-TOP
           IF WS-TOP-STATUS = "00" THEN
              READ PRIME-STORE-TOP
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PST-LARGEST IS NUMERIC THEN
                       MOVE PST-LARGEST TO WS-STORE-LARGEST
                    END-IF
              END-READ
              CLOSE PRIME-STORE-TOP
           END-IF.
       END-MEASURE-SAVED-LIST.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
