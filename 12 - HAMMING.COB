           SELECT FASTA-FEED ASSIGN TO "HAMMFSTA"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FASTA-STATUS.
      * Matrix mode's full sample-by-sample distance grid: a legend
      * numbering the samples, then one row per sample with its
      * distance to every sample in column order.
           SELECT DISTANCE-MATRIX ASSIGN TO "HAMMMTRX"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MATRIX-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
       01 HAMMING-PAIR-FEED-REC PIC X(2001).
       FD  FASTA-FEED.
       01 FASTA-FEED-REC PIC X(80).
       FD  DISTANCE-MATRIX.
       01 DISTANCE-MATRIX-REC PIC X(1010).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
           05 WS-HOLD-NAME PIC X(40).
           05 WS-HOLD-DIST PIC 9(4).
           05 WS-HOLD-ERR  PIC X.
      * Matrix mode: when the caller sets WS-MATRIX-MODE, every strand
      * on the FASTA feed is kept, each one is compared with every
      * other through the aligned comparison (substitutions plus
      * indels), and the samples are grouped: two samples within
      * WS-THRESHOLD of each other fall in the same cluster, and so
      * does anything within reach of a member. Each cluster is
      * reported with its most central sample -- the member with the
      * smallest total distance to the rest -- and samples that
      * group with nothing are listed on their own.
       01 WS-MATRIX-MODE   PIC X VALUE "N".
       01 WS-MATRIX-STATUS PIC XX.
       01 WS-STRAND-COUNT  PIC 999 VALUE 0.
       01 WS-STRAND-DROPPED PIC 999 VALUE 0.
       01 WS-STRAND-TABLE.
           05 WS-STRAND-ENTRY OCCURS 200 TIMES.
              10 WS-STRAND-NAME    PIC X(40).
              10 WS-STRAND-SEQ     PIC X(1000).
              10 WS-STRAND-CLUSTER PIC 999.
       01 WS-MATRIX-TABLE.
           05 WS-MATRIX-ROW OCCURS 200 TIMES.
              10 WS-MATRIX-DIST PIC 9(4) OCCURS 200 TIMES.
       01 WS-ROW-IDX       PIC 999.
       01 WS-COL-IDX       PIC 999.
       01 WS-CLUSTER-COUNT PIC 999.
       01 WS-CLUSTER-NO    PIC 999.
       01 WS-CLUSTER-SIZE  PIC 999.
       01 WS-CLUSTER-GREW  PIC X.
       01 WS-CLUSTERS-KEPT PIC 999.
       01 WS-UNCLUSTERED   PIC 999.
       01 WS-CENTRAL-IDX   PIC 999.
       01 WS-CENTRAL-TOTAL PIC 9(7).
       01 WS-MEMBER-TOTAL  PIC 9(7).
       01 WS-MATRIX-POS    PIC 9(4).
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
            ADD 1 TO WS-CUR-B
         END-PERFORM
         MOVE WS-SUB-COUNT TO WS-HAMMING
      * The matrix run makes one of these per pair of samples; its
      * grid is the report there, not a line per comparison.
         IF WS-MATRIX-MODE NOT = "Y" THEN
            DISPLAY "ALIGNED COMPARISON - SUBSTITUTIONS: "
               WS-SUB-COUNT "  INSERTIONS: " WS-INS-COUNT
               "  DELETIONS: " WS-DEL-COUNT
         END-IF.
       END-COMPUTE-ALIGNED.


                 END-READ
              END-PERFORM
              CLOSE FASTA-FEED
              IF WS-MATRIX-MODE = "Y" AND WS-WHICH-STRAND = 1 THEN
                 PERFORM FILE-MATRIX-STRAND
                 MOVE 0 TO WS-WHICH-STRAND
              END-IF
              IF WS-WHICH-STRAND = 2 THEN
                 IF WS-REF-MODE = "Y" THEN
                    PERFORM RECORD-REFERENCE-SAMPLE
                       FUNCTION TRIM(WS-NAME-1)
                 END-IF
              END-IF
              IF WS-MATRIX-MODE = "Y" THEN
                 PERFORM BUILD-DISTANCE-MATRIX
                 PERFORM CLUSTER-MATRIX-SAMPLES
              ELSE IF WS-REF-MODE = "Y" THEN
                 PERFORM RANK-REFERENCE-SAMPLES
              ELSE
                 DISPLAY "FASTA PAIRS COMPARED: " WS-FASTA-PAIRS
              END-IF
              END-IF
           END-IF.
       END-BATCH-FASTA-RUN.

      * -- that's the exact newline that used to fake a length
      * mismatch.
           IF WS-FASTA-LINE(1:1) = ">" THEN
      * In matrix mode strands are only ever kept, never paired, so
      * the one just finished is filed and the next opens fresh.
              IF WS-MATRIX-MODE = "Y" AND WS-WHICH-STRAND = 1 THEN
                 PERFORM FILE-MATRIX-STRAND
                 MOVE 0 TO WS-WHICH-STRAND
              END-IF
              IF WS-WHICH-STRAND = 2 THEN
                 IF WS-REF-MODE = "Y" THEN
                    PERFORM RECORD-REFERENCE-SAMPLE
       END-COMPARE-FASTA-PAIR.


       FILE-MATRIX-STRAND.
      * Keeps the strand just read for the matrix; past the table's
      * size the rest are counted and reported, not compared.
           IF WS-STRAND-COUNT < 200 THEN
              ADD 1 TO WS-STRAND-COUNT
              MOVE WS-NAME-1 TO WS-STRAND-NAME(WS-STRAND-COUNT)
              MOVE WS-DNA-1 TO WS-STRAND-SEQ(WS-STRAND-COUNT)
              MOVE 0 TO WS-STRAND-CLUSTER(WS-STRAND-COUNT)
           ELSE
              ADD 1 TO WS-STRAND-DROPPED
           END-IF.
       END-FILE-MATRIX-STRAND.


       BUILD-DISTANCE-MATRIX.
      * Every pair is compared once through the aligned walk and the
      * distance -- substitutions, insertions and deletions together
      * -- mirrored across the diagonal. The grid goes to HAMMMTRX.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL
              WS-ROW-IDX > WS-STRAND-COUNT
              MOVE 0 TO WS-MATRIX-DIST(WS-ROW-IDX, WS-ROW-IDX)
              PERFORM VARYING WS-COL-IDX FROM WS-ROW-IDX BY 1 UNTIL
                 WS-COL-IDX > WS-STRAND-COUNT
                 IF WS-COL-IDX > WS-ROW-IDX THEN
                    MOVE WS-STRAND-SEQ(WS-ROW-IDX) TO WS-DNA-1
                    MOVE WS-STRAND-SEQ(WS-COL-IDX) TO WS-DNA-2
                    PERFORM COMPUTE-ALIGNED
                    COMPUTE WS-MATRIX-DIST(WS-ROW-IDX, WS-COL-IDX) =
                       WS-SUB-COUNT + WS-INS-COUNT + WS-DEL-COUNT
                    MOVE WS-MATRIX-DIST(WS-ROW-IDX, WS-COL-IDX) TO
                       WS-MATRIX-DIST(WS-COL-IDX, WS-ROW-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
           OPEN OUTPUT DISTANCE-MATRIX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL
              WS-ROW-IDX > WS-STRAND-COUNT
              MOVE SPACES TO DISTANCE-MATRIX-REC
              STRING WS-ROW-IDX " " WS-STRAND-NAME(WS-ROW-IDX)
                 DELIMITED BY SIZE INTO DISTANCE-MATRIX-REC
              WRITE DISTANCE-MATRIX-REC
           END-PERFORM
           MOVE SPACES TO DISTANCE-MATRIX-REC
           WRITE DISTANCE-MATRIX-REC
           MOVE 6 TO WS-MATRIX-POS
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
              WS-COL-IDX > WS-STRAND-COUNT
              MOVE WS-COL-IDX TO
                 DISTANCE-MATRIX-REC(WS-MATRIX-POS + 1:3)
              ADD 5 TO WS-MATRIX-POS
           END-PERFORM
           WRITE DISTANCE-MATRIX-REC
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL
              WS-ROW-IDX > WS-STRAND-COUNT
              MOVE SPACES TO DISTANCE-MATRIX-REC
              MOVE WS-ROW-IDX TO DISTANCE-MATRIX-REC(1:3)
              MOVE 6 TO WS-MATRIX-POS
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
                 WS-COL-IDX > WS-STRAND-COUNT
                 MOVE WS-MATRIX-DIST(WS-ROW-IDX, WS-COL-IDX) TO
                    DISTANCE-MATRIX-REC(WS-MATRIX-POS:4)
                 ADD 5 TO WS-MATRIX-POS
              END-PERFORM
              WRITE DISTANCE-MATRIX-REC
           END-PERFORM
           CLOSE DISTANCE-MATRIX
           DISPLAY "DISTANCE MATRIX: " WS-STRAND-COUNT
              " SAMPLES - SEE HAMMMTRX"
           IF WS-STRAND-DROPPED > 0 THEN
              DISPLAY "  " WS-STRAND-DROPPED
                 " STRAND(S) PAST THE FIRST 200 NOT COMPARED"
           END-IF.
       END-BUILD-DISTANCE-MATRIX.


       CLUSTER-MATRIX-SAMPLES.
      * Each unplaced sample seeds a cluster, which keeps taking in
      * any unplaced sample within the threshold of a member until a
      * pass adds nothing. A cluster of one is no cluster at all.
           MOVE 0 TO WS-CLUSTER-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL
              WS-ROW-IDX > WS-STRAND-COUNT
              IF WS-STRAND-CLUSTER(WS-ROW-IDX) = 0 THEN
                 ADD 1 TO WS-CLUSTER-COUNT
                 MOVE WS-CLUSTER-COUNT TO
                    WS-STRAND-CLUSTER(WS-ROW-IDX)
                 MOVE "Y" TO WS-CLUSTER-GREW
                 PERFORM UNTIL WS-CLUSTER-GREW = "N"
                    MOVE "N" TO WS-CLUSTER-GREW
                    PERFORM GROW-ONE-CLUSTER
                 END-PERFORM
              END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "SAMPLE CLUSTERS WITHIN DISTANCE " WS-THRESHOLD ":"
           MOVE 0 TO WS-CLUSTERS-KEPT
           MOVE 0 TO WS-UNCLUSTERED
           PERFORM VARYING WS-CLUSTER-NO FROM 1 BY 1 UNTIL
              WS-CLUSTER-NO > WS-CLUSTER-COUNT
              PERFORM REPORT-ONE-CLUSTER
           END-PERFORM
           IF WS-UNCLUSTERED > 0 THEN
              DISPLAY "NOT IN ANY CLUSTER:"
              PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL
                 WS-ROW-IDX > WS-STRAND-COUNT
                 IF WS-STRAND-CLUSTER(WS-ROW-IDX) = 0 THEN
                    DISPLAY "   " WS-STRAND-NAME(WS-ROW-IDX)
                 END-IF
              END-PERFORM
           END-IF
           DISPLAY "CLUSTERS: " WS-CLUSTERS-KEPT
              "  UNCLUSTERED SAMPLES: " WS-UNCLUSTERED
           MOVE SPACES TO WS-LOG-TEXT
           STRING "HAMMING - MATRIX " WS-STRAND-COUNT " SAMPLES, "
              WS-CLUSTERS-KEPT " CLUSTERS, " WS-UNCLUSTERED
              " UNCLUSTERED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-CLUSTER-MATRIX-SAMPLES.


       GROW-ONE-CLUSTER.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
              WS-COL-IDX > WS-STRAND-COUNT
              IF WS-STRAND-CLUSTER(WS-COL-IDX) = 0 THEN
                 PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1 UNTIL
                    WS-SAMPLE-IDX > WS-STRAND-COUNT OR
                    WS-STRAND-CLUSTER(WS-COL-IDX) NOT = 0
                    IF WS-STRAND-CLUSTER(WS-SAMPLE-IDX) =
                       WS-CLUSTER-COUNT AND
                       WS-MATRIX-DIST(WS-SAMPLE-IDX, WS-COL-IDX) <=
                       WS-THRESHOLD THEN
                       MOVE WS-CLUSTER-COUNT TO
                          WS-STRAND-CLUSTER(WS-COL-IDX)
                       MOVE "Y" TO WS-CLUSTER-GREW
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       END-GROW-ONE-CLUSTER.


       REPORT-ONE-CLUSTER.
      * The central sample is the member whose distances to the rest
      * add up smallest; the first such member wins a tie. A lone
      * sample is released to the unclustered list.
           MOVE 0 TO WS-CLUSTER-SIZE
           MOVE 0 TO WS-CENTRAL-IDX
           MOVE 0 TO WS-CENTRAL-TOTAL
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL
              WS-ROW-IDX > WS-STRAND-COUNT
              IF WS-STRAND-CLUSTER(WS-ROW-IDX) = WS-CLUSTER-NO THEN
                 ADD 1 TO WS-CLUSTER-SIZE
                 MOVE 0 TO WS-MEMBER-TOTAL
                 PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
                    WS-COL-IDX > WS-STRAND-COUNT
                    IF WS-STRAND-CLUSTER(WS-COL-IDX) = WS-CLUSTER-NO
                       THEN
                       ADD WS-MATRIX-DIST(WS-ROW-IDX, WS-COL-IDX) TO
                          WS-MEMBER-TOTAL
                    END-IF
                 END-PERFORM
                 IF WS-CENTRAL-IDX = 0 OR
                    WS-MEMBER-TOTAL < WS-CENTRAL-TOTAL THEN
                    MOVE WS-ROW-IDX TO WS-CENTRAL-IDX
                    MOVE WS-MEMBER-TOTAL TO WS-CENTRAL-TOTAL
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CLUSTER-SIZE < 2 THEN
              MOVE 0 TO WS-STRAND-CLUSTER(WS-CENTRAL-IDX)
              ADD 1 TO WS-UNCLUSTERED
           ELSE
              ADD 1 TO WS-CLUSTERS-KEPT
              DISPLAY "CLUSTER " WS-CLUSTERS-KEPT " - "
                 WS-CLUSTER-SIZE " SAMPLE(S), CENTRAL SAMPLE "
                 FUNCTION TRIM(WS-STRAND-NAME(WS-CENTRAL-IDX))
              PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL
                 WS-ROW-IDX > WS-STRAND-COUNT
                 IF WS-STRAND-CLUSTER(WS-ROW-IDX) = WS-CLUSTER-NO
                    THEN
                    DISPLAY "   " WS-STRAND-NAME(WS-ROW-IDX)
                       " DISTANCE TO CENTRAL "
                       WS-MATRIX-DIST(WS-ROW-IDX, WS-CENTRAL-IDX)
                 END-IF
              END-PERFORM
           END-IF.
       END-REPORT-ONE-CLUSTER.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
