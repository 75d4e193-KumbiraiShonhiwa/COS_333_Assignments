           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.
           SELECT FREQ-REPORT-FILE ASSIGN TO "FREQRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREQ-REPORT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT BATCHLOG-FILE ASSIGN TO "BATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCHLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 REPORT-RECORD PIC X(80).

       FD  HISTORY-FILE
           RECORD CONTAINS 30 CHARACTERS.
           01 HISTORY-RECORD.
               05 HIST-RUN-DATE PIC 9(8).
               05 HIST-REC-TYPE PIC X(1).
               05 HIST-SMALLEST PIC 9(5).
               05 HIST-LARGEST PIC 9(5).
               05 HIST-MODE PIC S9(5).
               05 HIST-CYCLE PIC X(1).

       FD  CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
               05 CKPT-GROUP-END PIC 9(5).
               05 CKPT-LAST-INDEX PIC 9(5).
               05 CKPT-CHECKSUM PIC 9(10).
               05 CKPT-RUN-CYCLE PIC X(1).

       FD  EXTRACT-FILE
           RECORD CONTAINS 67 CHARACTERS.
           01 EXTRACT-RECORD.
               05 EXT-RUN-DATE PIC 9(8).
               05 EXT-REC-TYPE PIC X(1).
               05 EXT-MEAN PIC 9(7)V99.
               05 EXT-MEDIAN PIC 9(7)V99.
               05 EXT-STD-DEV PIC 9(7)V9999.
               05 EXT-CYCLE PIC X(1).
               05 EXT-VALUE-COUNT PIC 9(9).

       FD  PROGRESS-FILE.
           01 PROGRESS-RECORD.
               05 PROG-REC-COUNT PIC 9(5).
               05 PROG-COMPLETED-THROUGH PIC 9(5).
               05 PROG-GRAND-DONE PIC X(1).
               05 PROG-RUN-CYCLE PIC X(1).

       FD  PROGRESS-LINES-FILE
           RECORD CONTAINS 80 CHARACTERS.
               05 GM-PRIOR-MEAN PIC 9(7)V99.
               05 GM-PRIOR-MEDIAN PIC 9(7)V99.
               05 GM-PRIOR-STD-DEV PIC 9(7)V9999.
               05 GM-RUN-CYCLES.
                   10 GM-LAST-RUN-CYCLE PIC X(1).
                   10 GM-PRIOR-RUN-CYCLE PIC X(1).

       FD  GRPHIST-FILE.
           01 GRPHIST-RECORD.
               05 GH-HIST-KEY.
                   10 GH-GROUP-KEY PIC X(4).
                   10 GH-RUN-DATE PIC 9(8).
                   10 GH-RUN-CYCLE PIC X(1).
               05 GH-SMALLEST PIC 9(5).
               05 GH-LARGEST PIC 9(5).
               05 GH-MODE PIC S9(5).
               05 GH-MEAN PIC 9(7)V99.
               05 GH-MEDIAN PIC 9(7)V99.
               05 GH-STD-DEV PIC 9(7)V9999.
               05 GH-VALUE-COUNT PIC 9(9).

       FD  PROCDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
               05 CAL-DAY-TYPE PIC X(1).
               05 CAL-TRAILING PIC X(70).

       FD  GRPREF-FILE.
           01 GRPREF-RECORD.
               05 GR-GROUP-KEY PIC X(4).
               05 GR-GROUP-NAME PIC X(30).
               05 GR-OWNER-DEPT PIC X(10).
               05 GR-STATUS PIC X(1).
               05 GR-EFFECTIVE-DATE PIC 9(8).
               05 GR-EXPIRY-DATE PIC 9(8).
               05 GR-MEAN-PCT-LIMIT PIC 9(3).
               05 GR-SD-PCT-LIMIT PIC 9(3).
               05 GR-SIGMA-LIMIT PIC 9(2).
               05 GR-LAST-MAINT-DATE PIC 9(8).

       FD  FREQ-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 FREQ-REPORT-RECORD PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 270 CHARACTERS.
           01 AUDIT-RECORD.
               05 AUD-PROC-DATE PIC 9(8).
               05 AUD-TIME PIC 9(6).
               05 AUD-PROGRAM PIC X(14).
               05 AUD-ACTION PIC X(8).
               05 AUD-GROUP-KEY PIC X(4).
               05 AUD-BEFORE-IMAGE PIC X(113).
               05 AUD-AFTER-IMAGE PIC X(113).
               05 AUD-BEFORE-CYCLES PIC X(2).
               05 AUD-AFTER-CYCLES PIC X(2).

       FD  BATCHLOG-FILE
           RECORD CONTAINS 16 CHARACTERS.
           01 BATCHLOG-RECORD.
               05 BL-BATCH-NUMBER PIC 9(5).
               05 BL-FILLER PIC X(1).
               05 BL-PROC-DATE PIC 9(8).
               05 BL-FILLER-2 PIC X(1).
               05 BL-CYCLE PIC X(1).

       SD  SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
               05 SORT-GROUP-KEY PIC X(4).
           01 REPORT-LINES-PER-PAGE PIC 9(3) VALUE 55.
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-CYCLE PIC X(1) VALUE "1".
           01 RUN-CYCLE-SOURCE PIC X(12) VALUE SPACES.
           01 RUN-TIME-NUM PIC 9(6).
           01 RUN-DATE-DISPLAY PIC 9(4)/99/99.
           01 RUN-TIME-DISPLAY PIC 99/99/99.
      * One slot more than the largest HIST-KEEP-RUNS so the scan can
      * still see an excess run at the cap and trim it.
           01 GRPHIST-DATE-TABLE.
               05 GRPHIST-DATE-ENTRY OCCURS 101 TIMES.
                   10 GRPHIST-ENTRY-DATE PIC 9(8).
                   10 GRPHIST-ENTRY-CYCLE PIC X(1).
           01 GRPHIST-SCAN-DONE PIC X(1) VALUE "N".
           01 BALANCE-FILE-STATUS PIC X(2) VALUE "00".
           01 RUNLOG-FILE-STATUS PIC X(2) VALUE "00".
           01 GROUP-START-INDEX PIC 9(5) VALUE 1.
           01 GROUP-END-INDEX PIC 9(5) VALUE 0.
           01 GROUP-REC-COUNT PIC 9(5) VALUE 0.
           01 DISPLAY-GROUP-LABEL PIC X(40) VALUE SPACES.
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-PRESENT PIC X(1) VALUE "N".
           01 COUNTS OCCURS 100000 TIMES PIC S9(8) VALUE 0.
           01 FREQ-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 AUDIT-FILE-STATUS PIC X(2) VALUE "00".
           01 AUDIT-ACTION PIC X(8) VALUE SPACES.
           01 AUDIT-BEFORE-IMAGE.
               05 AUDIT-BEFORE-STATS PIC X(113) VALUE SPACES.
               05 AUDIT-BEFORE-CYCLES PIC X(2) VALUE SPACES.
           01 AUDIT-AFTER-IMAGE.
               05 AUDIT-AFTER-STATS PIC X(113) VALUE SPACES.
               05 AUDIT-AFTER-CYCLES PIC X(2) VALUE SPACES.
           01 BATCHLOG-FILE-STATUS PIC X(2) VALUE "00".
           01 LOGGED-CYCLE PIC X(1) VALUE SPACE.
           01 RECORD-CYCLE PIC X(1) VALUE SPACE.
           01 MASTER-SAME-RUN PIC X(1) VALUE "N".
           01 EXTRACT-VALUE-COUNT PIC 9(9) VALUE 0.
           01 FREQ-LINE-TEXT PIC X(80) VALUE SPACES.
           01 FREQ-LINE-COUNT PIC 9(3) VALUE 0.
           01 FREQ-PAGE-COUNT PIC 9(4) VALUE 0.
      * A FREQ-BAND-WIDTH card fixes the band width and takes the
      * place of FREQ-BAND-COUNT; otherwise each group's range is cut
      * into FREQ-BAND-COUNT equal bands.
           01 FREQ-WIDTH-REQUESTED PIC 9(5) VALUE 0.
           01 FREQ-COUNT-REQUESTED PIC 9(2) VALUE 10.
           01 FREQ-BAND-MAX PIC 9(2) VALUE 50.
           01 FREQ-BAND-WIDTH PIC 9(5) VALUE 1.
           01 FREQ-BAND-COUNT PIC 9(2) VALUE 0.
           01 FREQ-BAND-START PIC 9(5) VALUE 0.
           01 FREQ-BAND-INDEX PIC 9(2) VALUE 0.
           01 FREQ-BAND-WORK PIC 9(6) VALUE 0.
           01 FREQ-WIDTH-WIDENED PIC X(1) VALUE "N".
           01 FREQ-BAND-TABLE.
               05 FREQ-BAND-ENTRY OCCURS 50 TIMES.
                   10 FREQ-BAND-LOW PIC 9(5).
                   10 FREQ-BAND-HIGH PIC 9(5).
                   10 FREQ-BAND-TALLY PIC 9(9).
           01 FREQ-TOTAL PIC 9(9) VALUE 0.
           01 FREQ-CUM-TOTAL PIC 9(9) VALUE 0.
           01 FREQ-LARGEST-BAND PIC 9(9) VALUE 0.
           01 FREQ-PCT PIC 9(3)V9 VALUE 0.
           01 FREQ-CUM-PCT PIC 9(3)V9 VALUE 0.
           01 FREQ-PCT-DISPLAY PIC ZZ9.9.
           01 FREQ-CUM-DISPLAY PIC ZZ9.9.
           01 FREQ-COUNT-DISPLAY PIC ZZZZZZZZ9.
           01 FREQ-BAR-MAX PIC 9(2) VALUE 36.
           01 FREQ-BAR-LENGTH PIC 9(2) VALUE 0.
           01 FREQ-BAR-TEXT PIC X(36) VALUE SPACES.
           01 FREQ-BAR-FULL PIC X(36) VALUE ALL "*".
           01 MAX-COUNT PIC 9(8) VALUE 0.
           01 MODE-VALUE PIC S9(5) VALUE -1.
           01 MODE-TIE-COUNT PIC 9(5) VALUE 0.
           PERFORM SORT-INPUT-BY-GROUP.
           PERFORM OPEN-REPORT-FILE.
           PERFORM CHECK-GROUP-PROGRESS.
           PERFORM OPEN-FREQ-REPORT.
           PERFORM PROCESS-GROUPS.
           PERFORM COMPUTE-GRAND-TOTALS.
           PERFORM CLOSE-REPORT-FILE.
           MOVE "I" TO RUN-LOG-SEVERITY
           MOVE "FST0001" TO RUN-LOG-MSG-NO
           MOVE "run started" TO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM READ-BATCH-CYCLE.

      * The processing date card keeps a late run on its own business
      * date: every run-date stamp (history, extract, group master,
               END-IF
           END-IF.

      * A department may send more than one transmission a day.  The
      * edit job logs each accepted batch with its processing date
      * and cycle, so the latest row for this date is the file being
      * processed now.  With no row for the date the run is cycle 1.
      * A CYCLE card on RUNCTL.DAT overrides this.  Every record this
      * run writes carries the cycle alongside RUN-DATE-NUM.
       READ-BATCH-CYCLE.
           OPEN INPUT BATCHLOG-FILE
           IF BATCHLOG-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF BATCHLOG-FILE-STATUS NOT = "00"
                   DISPLAY "FIND-STATS: unable to open BATCHLOG.DAT, "
                       "status " BATCHLOG-FILE-STATUS
                       ", cycle 1 assumed"
                   MOVE "W" TO RUN-LOG-SEVERITY
                   MOVE "FST0159" TO RUN-LOG-MSG-NO
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "BATCHLOG.DAT open failed status "
                       BATCHLOG-FILE-STATUS ", cycle 1"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   PERFORM UNTIL BATCHLOG-FILE-STATUS = "10"
                       READ BATCHLOG-FILE
                           AT END
                               MOVE "10" TO BATCHLOG-FILE-STATUS
                           NOT AT END
                               IF BL-PROC-DATE = RUN-DATE-NUM
                                   MOVE BL-CYCLE TO LOGGED-CYCLE
                                   IF LOGGED-CYCLE = SPACE
                                       MOVE "1" TO LOGGED-CYCLE
                                   END-IF
                                   MOVE LOGGED-CYCLE TO RUN-CYCLE
                                   MOVE "BATCHLOG.DAT"
                                       TO RUN-CYCLE-SOURCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BATCHLOG-FILE
               END-IF
           END-IF.

       LOG-RUN-CYCLE.
           IF RUN-CYCLE-SOURCE = SPACES
               MOVE "default" TO RUN-CYCLE-SOURCE
           END-IF
           DISPLAY "FIND-STATS: processing cycle " RUN-CYCLE
               " from " RUN-CYCLE-SOURCE
           MOVE "I" TO RUN-LOG-SEVERITY
           MOVE "FST0160" TO RUN-LOG-MSG-NO
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "processing cycle " RUN-CYCLE " from "
               RUN-CYCLE-SOURCE
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       CHECK-BUSINESS-DAY.
           MOVE "N" TO CALENDAR-DATE-FOUND
           OPEN INPUT CALENDAR-FILE
               ADD 1 TO CTL-ERROR-COUNT
               MOVE "N" TO SELECT-RANGE-ACTIVE
           END-IF
           PERFORM LOG-RUN-CYCLE
           IF CTL-ERROR-COUNT > 0
               DISPLAY "FIND-STATS: " CTL-ERROR-COUNT " control card "
                   "errors, defaults kept for those options"
                       ELSE
                           PERFORM REPORT-BAD-CONTROL-CARD
                       END-IF
                   WHEN "FREQ-BAND-WIDTH"
                       PERFORM VALIDATE-CTL-NUMBER
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 0
                           MOVE CTL-NUMBER TO FREQ-WIDTH-REQUESTED
                       ELSE
                           PERFORM REPORT-BAD-CONTROL-CARD
                       END-IF
                   WHEN "FREQ-BAND-COUNT"
                       PERFORM VALIDATE-CTL-NUMBER
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 0
                           AND CTL-NUMBER <= FREQ-BAND-MAX
                           MOVE CTL-NUMBER TO FREQ-COUNT-REQUESTED
                       ELSE
                           PERFORM REPORT-BAD-CONTROL-CARD
                       END-IF
                   WHEN "GROUP-SELECT"
                       PERFORM PARSE-GROUP-SELECT-LIST
                   WHEN "GROUP-RANGE"
                       ELSE
                           PERFORM REPORT-BAD-CONTROL-CARD
                       END-IF
                   WHEN "CYCLE"
                       IF CTL-OPERAND-1(1:1) IS NUMERIC
                           AND CTL-OPERAND-1(1:1) NOT = "0"
                           AND CTL-OPERAND-1(2:39) = SPACES
                           MOVE CTL-OPERAND-1(1:1) TO RUN-CYCLE
                           MOVE "RUNCTL.DAT" TO RUN-CYCLE-SOURCE
                       ELSE
                           PERFORM REPORT-BAD-CONTROL-CARD
                       END-IF
                   WHEN OTHER
                       PERFORM REPORT-BAD-CONTROL-CARD
               END-EVALUATE
           ELSE
               ADD 1 TO GROUPS-REPORTED-COUNT
               PERFORM COMPUTE-GROUP-STATS
               PERFORM SET-GROUP-LABEL
               PERFORM DISPLAY-RESULTS
               MOVE "Y" TO PERSIST-REPORT-LINES
               PERFORM PRINT-GROUP-SECTION
               MOVE "N" TO PERSIST-REPORT-LINES
               PERFORM PRINT-FREQUENCY-SECTION
               MOVE "G" TO EXTRACT-REC-TYPE
               MOVE CURRENT-GROUP-KEY TO EXTRACT-GROUP-KEY
               PERFORM APPEND-EXTRACT
               PERFORM WRITE-GROUP-PROGRESS
           END-IF.

      * The group name from the reference file is printed beside the
      * key; a group not on the reference file shows the key alone.
       SET-GROUP-LABEL.
           MOVE SPACES TO DISPLAY-GROUP-LABEL
           MOVE CURRENT-GROUP-KEY TO DISPLAY-GROUP-LABEL
           IF GRPREF-PRESENT = "Y"
               MOVE CURRENT-GROUP-KEY TO GR-GROUP-KEY
               READ GRPREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING CURRENT-GROUP-KEY " " GR-GROUP-NAME
                           DELIMITED BY SIZE INTO DISPLAY-GROUP-LABEL
               END-READ
           END-IF.

       COMPUTE-GRAND-TOTALS.
           IF GRAND-TOTALS-DONE = "Y"
               DISPLAY "FIND-STATS: skipping grand totals already "
               MOVE "Y" TO PERSIST-REPORT-LINES
               PERFORM PRINT-GROUP-SECTION
               MOVE "N" TO PERSIST-REPORT-LINES
               PERFORM PRINT-FREQUENCY-SECTION
               MOVE "T" TO EXTRACT-REC-TYPE
               MOVE SPACES TO EXTRACT-GROUP-KEY
               PERFORM APPEND-EXTRACT
           PERFORM FIND-LARGEST
           PERFORM FIND-MODE
           PERFORM CALCULATE-STATISTICS
           PERFORM BUILD-FREQUENCY-BANDS
           PERFORM CLEAR-GROUP-TALLY.

      * The distribution is banded from the COUNTS tally while it
      * still holds this group's net occurrences, so it must run
      * before CLEAR-GROUP-TALLY.  Values with no net occurrences
      * (adjusted away) are left out, as FIND-MODE leaves them out.
       BUILD-FREQUENCY-BANDS.
           MOVE "N" TO FREQ-WIDTH-WIDENED
           IF FREQ-WIDTH-REQUESTED > 0
               MOVE FREQ-WIDTH-REQUESTED TO FREQ-BAND-WIDTH
               DIVIDE SMALLEST BY FREQ-BAND-WIDTH
                   GIVING FREQ-BAND-WORK
               COMPUTE FREQ-BAND-START =
                   FREQ-BAND-WORK * FREQ-BAND-WIDTH
               COMPUTE FREQ-BAND-WORK =
                   (LARGEST - FREQ-BAND-START) / FREQ-BAND-WIDTH + 1
               IF FREQ-BAND-WORK > FREQ-BAND-MAX
                   MOVE "Y" TO FREQ-WIDTH-WIDENED
                   MOVE SMALLEST TO FREQ-BAND-START
                   COMPUTE FREQ-BAND-WIDTH =
                       (LARGEST - SMALLEST + FREQ-BAND-MAX)
                       / FREQ-BAND-MAX
               END-IF
           ELSE
               MOVE SMALLEST TO FREQ-BAND-START
               COMPUTE FREQ-BAND-WIDTH =
                   (LARGEST - SMALLEST + FREQ-COUNT-REQUESTED)
                   / FREQ-COUNT-REQUESTED
           END-IF
           COMPUTE FREQ-BAND-COUNT =
               (LARGEST - FREQ-BAND-START) / FREQ-BAND-WIDTH + 1
           PERFORM VARYING FREQ-BAND-INDEX FROM 1 BY 1
                   UNTIL FREQ-BAND-INDEX > FREQ-BAND-COUNT
               COMPUTE FREQ-BAND-WORK = FREQ-BAND-START +
                   (FREQ-BAND-INDEX - 1) * FREQ-BAND-WIDTH
               MOVE FREQ-BAND-WORK TO FREQ-BAND-LOW(FREQ-BAND-INDEX)
               ADD FREQ-BAND-WIDTH TO FREQ-BAND-WORK
               SUBTRACT 1 FROM FREQ-BAND-WORK
               IF FREQ-BAND-WORK > 99999
                   MOVE 99999 TO FREQ-BAND-WORK
               END-IF
               MOVE FREQ-BAND-WORK TO FREQ-BAND-HIGH(FREQ-BAND-INDEX)
               MOVE 0 TO FREQ-BAND-TALLY(FREQ-BAND-INDEX)
           END-PERFORM
           MOVE 0 TO FREQ-TOTAL
           MOVE 0 TO FREQ-LARGEST-BAND
           COMPUTE SCAN-START = SMALLEST + 1
           COMPUTE SCAN-END = LARGEST + 1
           PERFORM VARYING K FROM SCAN-START BY 1 UNTIL K > SCAN-END
               IF COUNTS(K) > 0
                   COMPUTE FREQ-BAND-INDEX =
                       (K - 1 - FREQ-BAND-START) / FREQ-BAND-WIDTH + 1
                   ADD COUNTS(K) TO FREQ-BAND-TALLY(FREQ-BAND-INDEX)
                   ADD COUNTS(K) TO FREQ-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING FREQ-BAND-INDEX FROM 1 BY 1
                   UNTIL FREQ-BAND-INDEX > FREQ-BAND-COUNT
               IF FREQ-BAND-TALLY(FREQ-BAND-INDEX) > FREQ-LARGEST-BAND
                   MOVE FREQ-BAND-TALLY(FREQ-BAND-INDEX)
                       TO FREQ-LARGEST-BAND
               END-IF
           END-PERFORM.

      * Zeroing only the entries this group touched restores the
      * all-zero COUNTS invariant without sweeping the whole table
      * again for every group.
                       CONTINUE
                   NOT AT END
                       IF CKPT-RUN-DATE NOT = RUN-DATE-NUM
                           OR CKPT-RUN-CYCLE NOT = RUN-CYCLE
                           OR CKPT-REC-COUNT NOT = REC-COUNT
                           MOVE "Y" TO STALE-CHECKPOINT
                           DISPLAY "FIND-STATS: checkpoint does not "
                               "belong to this run (date/cycle/"
                               "record count mismatch), ignoring stale "
                               "checkpoint"
                           MOVE "W" TO RUN-LOG-SEVERITY
                           MOVE "FST0117" TO RUN-LOG-MSG-NO
       WRITE-CHECKPOINT.
           MOVE "Y" TO WROTE-CHECKPOINT
           MOVE RUN-DATE-NUM TO CKPT-RUN-DATE
           MOVE RUN-CYCLE TO CKPT-RUN-CYCLE
           MOVE REC-COUNT TO CKPT-REC-COUNT
           MOVE GROUP-START-INDEX TO CKPT-GROUP-START
           MOVE GROUP-END-INDEX TO CKPT-GROUP-END
                       CONTINUE
                   NOT AT END
                       IF PROG-RUN-DATE = RUN-DATE-NUM
                           AND PROG-RUN-CYCLE = RUN-CYCLE
                           AND PROG-REC-COUNT = REC-COUNT
                           MOVE PROG-COMPLETED-THROUGH
                               TO COMPLETED-THROUGH-INDEX

       WRITE-GROUP-PROGRESS.
           MOVE RUN-DATE-NUM TO PROG-RUN-DATE
           MOVE RUN-CYCLE TO PROG-RUN-CYCLE
           MOVE REC-COUNT TO PROG-REC-COUNT
           MOVE COMPLETED-THROUGH-INDEX TO PROG-COMPLETED-THROUGH
           MOVE GRAND-TOTALS-DONE TO PROG-GRAND-DONE
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM LOG-ERROR-STOP
           END-IF
           PERFORM WRITE-REPORT-HEADER
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "00"
               MOVE "Y" TO GRPREF-PRESENT
           ELSE
               MOVE "N" TO GRPREF-PRESENT
               MOVE "I" TO RUN-LOG-SEVERITY
               MOVE "FST0154" TO RUN-LOG-MSG-NO
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "GRPREF.DAT status " GRPREF-FILE-STATUS
                   ", group names not printed"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       PRINT-GROUP-SECTION.
           MOVE SPACES TO REPORT-LINE-TEXT
           END-IF.

       CLOSE-REPORT-FILE.
           CLOSE REPORT-FILE
           CLOSE FREQ-REPORT-FILE
           IF GRPREF-PRESENT = "Y"
               CLOSE GRPREF-FILE
               MOVE "N" TO GRPREF-PRESENT
           END-IF.

      * A resumed run appends to the distribution report so the
      * groups reported before the interruption keep their sections.
       OPEN-FREQ-REPORT.
           IF COMPLETED-THROUGH-INDEX > 0 OR GRAND-TOTALS-DONE = "Y"
               OPEN EXTEND FREQ-REPORT-FILE
               IF FREQ-REPORT-FILE-STATUS = "35"
                   OPEN OUTPUT FREQ-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT FREQ-REPORT-FILE
           END-IF
           IF FREQ-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FIND-STATS: unable to open FREQRPT.PRT, "
                   "status " FREQ-REPORT-FILE-STATUS
               MOVE "FST0155" TO RUN-LOG-MSG-NO
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "FREQRPT.PRT open failed status "
                   FREQ-REPORT-FILE-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM LOG-ERROR-STOP
           END-IF
           PERFORM WRITE-FREQ-HEADER.

       PRINT-FREQUENCY-SECTION.
           MOVE SPACES TO FREQ-LINE-TEXT
           STRING "Group: " DISPLAY-GROUP-LABEL
               DELIMITED BY SIZE INTO FREQ-LINE-TEXT
           PERFORM WRITE-FREQ-LINE
           IF FREQ-WIDTH-WIDENED = "Y"
               MOVE SPACES TO FREQ-LINE-TEXT
               STRING "  Range needs more than " FREQ-BAND-MAX
                   " bands, width widened to " FREQ-BAND-WIDTH
                   DELIMITED BY SIZE INTO FREQ-LINE-TEXT
               PERFORM WRITE-FREQ-LINE
           END-IF
           MOVE SPACES TO FREQ-LINE-TEXT
           STRING "   From      To      Count    Pct   Cum%  "
               "Distribution"
               DELIMITED BY SIZE INTO FREQ-LINE-TEXT
           PERFORM WRITE-FREQ-LINE
           IF FREQ-TOTAL = 0
               MOVE SPACES TO FREQ-LINE-TEXT
               STRING "  No net occurrences to distribute"
                   DELIMITED BY SIZE INTO FREQ-LINE-TEXT
               PERFORM WRITE-FREQ-LINE
           ELSE
               MOVE 0 TO FREQ-CUM-TOTAL
               PERFORM VARYING FREQ-BAND-INDEX FROM 1 BY 1
                       UNTIL FREQ-BAND-INDEX > FREQ-BAND-COUNT
                   PERFORM PRINT-FREQUENCY-BAND
               END-PERFORM
               MOVE FREQ-TOTAL TO FREQ-COUNT-DISPLAY
               MOVE SPACES TO FREQ-LINE-TEXT
               STRING "  Total          " FREQ-COUNT-DISPLAY
                   "  100.0"
                   DELIMITED BY SIZE INTO FREQ-LINE-TEXT
               PERFORM WRITE-FREQ-LINE
           END-IF
           MOVE SPACES TO FREQ-LINE-TEXT
           PERFORM WRITE-FREQ-LINE.

       PRINT-FREQUENCY-BAND.
           ADD FREQ-BAND-TALLY(FREQ-BAND-INDEX) TO FREQ-CUM-TOTAL
           COMPUTE FREQ-PCT ROUNDED =
               FREQ-BAND-TALLY(FREQ-BAND-INDEX) * 100 / FREQ-TOTAL
           COMPUTE FREQ-CUM-PCT ROUNDED =
               FREQ-CUM-TOTAL * 100 / FREQ-TOTAL
           COMPUTE FREQ-BAR-LENGTH =
               FREQ-BAND-TALLY(FREQ-BAND-INDEX) * FREQ-BAR-MAX
               / FREQ-LARGEST-BAND
           IF FREQ-BAR-LENGTH = 0
               AND FREQ-BAND-TALLY(FREQ-BAND-INDEX) > 0
               MOVE 1 TO FREQ-BAR-LENGTH
           END-IF
           MOVE SPACES TO FREQ-BAR-TEXT
           IF FREQ-BAR-LENGTH > 0
               MOVE FREQ-BAR-FULL(1:FREQ-BAR-LENGTH) TO FREQ-BAR-TEXT
           END-IF
           MOVE FREQ-BAND-TALLY(FREQ-BAND-INDEX) TO FREQ-COUNT-DISPLAY
           MOVE FREQ-PCT TO FREQ-PCT-DISPLAY
           MOVE FREQ-CUM-PCT TO FREQ-CUM-DISPLAY
           MOVE SPACES TO FREQ-LINE-TEXT
           STRING "  " FREQ-BAND-LOW(FREQ-BAND-INDEX) " - "
               FREQ-BAND-HIGH(FREQ-BAND-INDEX) "  "
               FREQ-COUNT-DISPLAY "  " FREQ-PCT-DISPLAY "  "
               FREQ-CUM-DISPLAY "  " FREQ-BAR-TEXT
               DELIMITED BY SIZE INTO FREQ-LINE-TEXT
           PERFORM WRITE-FREQ-LINE.

       WRITE-FREQ-HEADER.
           ADD 1 TO FREQ-PAGE-COUNT
           MOVE ZERO TO FREQ-LINE-COUNT
           MOVE SPACES TO FREQ-REPORT-RECORD
           STRING "FIND-STATS FREQUENCY DISTRIBUTION REPORT"
               DELIMITED BY SIZE INTO FREQ-REPORT-RECORD
           WRITE FREQ-REPORT-RECORD
           MOVE SPACES TO FREQ-REPORT-RECORD
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Page: " FREQ-PAGE-COUNT
               "   Cycle: " RUN-CYCLE
               DELIMITED BY SIZE INTO FREQ-REPORT-RECORD
           WRITE FREQ-REPORT-RECORD
           MOVE SPACES TO FREQ-REPORT-RECORD
           IF FREQ-WIDTH-REQUESTED > 0
               STRING "Bands: fixed width of " FREQ-WIDTH-REQUESTED
                   DELIMITED BY SIZE INTO FREQ-REPORT-RECORD
           ELSE
               STRING "Bands: " FREQ-COUNT-REQUESTED
                   " equal bands over each group's range"
                   DELIMITED BY SIZE INTO FREQ-REPORT-RECORD
           END-IF
           WRITE FREQ-REPORT-RECORD
           MOVE SPACES TO FREQ-REPORT-RECORD
           WRITE FREQ-REPORT-RECORD
           ADD 4 TO FREQ-LINE-COUNT.

       WRITE-FREQ-LINE.
           IF FREQ-LINE-COUNT >= REPORT-LINES-PER-PAGE
               PERFORM WRITE-FREQ-HEADER
           END-IF
           MOVE FREQ-LINE-TEXT TO FREQ-REPORT-RECORD
           WRITE FREQ-REPORT-RECORD
           IF FREQ-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FIND-STATS: unable to write FREQRPT.PRT, "
                   "status " FREQ-REPORT-FILE-STATUS
               MOVE "FST0156" TO RUN-LOG-MSG-NO
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "FREQRPT.PRT write failed status "
                   FREQ-REPORT-FILE-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM LOG-ERROR-STOP
           END-IF
           ADD 1 TO FREQ-LINE-COUNT.

       APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           MOVE SMALLEST TO HIST-SMALLEST
           MOVE LARGEST TO HIST-LARGEST
           MOVE MODE-VALUE TO HIST-MODE
           MOVE RUN-CYCLE TO HIST-CYCLE
           WRITE HISTORY-RECORD
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FIND-STATS: unable to write HISTORY.DAT, "
               MOVE 0 TO HIST-SMALLEST
               MOVE 0 TO HIST-LARGEST
               MOVE 0 TO HIST-MODE
               MOVE RUN-CYCLE TO HIST-CYCLE
               WRITE HISTORY-RECORD
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "FIND-STATS: unable to write HISTORY.DAT, "
           MOVE MEAN-VALUE TO EXT-MEAN
           MOVE MEDIAN-VALUE TO EXT-MEDIAN
           MOVE STD-DEV TO EXT-STD-DEV
           MOVE RUN-CYCLE TO EXT-CYCLE
           PERFORM SET-EXTRACT-VALUE-COUNT
           MOVE EXTRACT-VALUE-COUNT TO EXT-VALUE-COUNT
           WRITE EXTRACT-RECORD
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "FIND-STATS: unable to write EXTRACT.DAT, "
           END-IF
           CLOSE EXTRACT-FILE.

      * The net occurrence count goes out with each group's figures
      * so that the reports can weight a day's cycles together.
       SET-EXTRACT-VALUE-COUNT.
           IF EFFECTIVE-COUNT < 1
               MOVE 0 TO EXTRACT-VALUE-COUNT
           ELSE
               MOVE EFFECTIVE-COUNT TO EXTRACT-VALUE-COUNT
           END-IF.

       UPDATE-GROUP-MASTER.
           OPEN I-O GRPMAST-FILE
           IF GRPMAST-FILE-STATUS = "35"
           MOVE CURRENT-GROUP-KEY TO GM-GROUP-KEY
           MOVE 1 TO GM-RUN-COUNT
           MOVE RUN-DATE-NUM TO GM-LAST-RUN-DATE
           MOVE RUN-CYCLE TO GM-LAST-RUN-CYCLE
           PERFORM MOVE-STATS-TO-MASTER
           MOVE 0 TO GM-PRIOR-RUN-DATE
           MOVE SPACE TO GM-PRIOR-RUN-CYCLE
           MOVE 0 TO GM-PRIOR-SMALLEST
           MOVE 0 TO GM-PRIOR-LARGEST
           MOVE 0 TO GM-PRIOR-MODE
                   GRPMAST-FILE-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM LOG-ERROR-STOP
           END-IF
           MOVE "ADD" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-IMAGE
           PERFORM WRITE-AUDIT-ENTRY.

      * A rerun of the cycle already held as current replaces its
      * figures in place; any other run moves current to prior.  A
      * master written before cycles were kept shows a blank cycle,
      * which is cycle 1.
       REWRITE-GROUP-MASTER.
           MOVE GRPMAST-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE GM-LAST-RUN-CYCLE TO RECORD-CYCLE
           IF RECORD-CYCLE = SPACE
               MOVE "1" TO RECORD-CYCLE
           END-IF
           MOVE "N" TO MASTER-SAME-RUN
           IF GM-LAST-RUN-DATE = RUN-DATE-NUM
               AND RECORD-CYCLE = RUN-CYCLE
               MOVE "Y" TO MASTER-SAME-RUN
           END-IF
           IF MASTER-SAME-RUN = "N"
               MOVE GM-LAST-RUN-DATE TO GM-PRIOR-RUN-DATE
               MOVE RECORD-CYCLE TO GM-PRIOR-RUN-CYCLE
               MOVE GM-CURR-SMALLEST TO GM-PRIOR-SMALLEST
               MOVE GM-CURR-LARGEST TO GM-PRIOR-LARGEST
               MOVE GM-CURR-MODE TO GM-PRIOR-MODE
               MOVE GM-CURR-MEAN TO GM-PRIOR-MEAN
               MOVE GM-CURR-MEDIAN TO GM-PRIOR-MEDIAN
               MOVE GM-CURR-STD-DEV TO GM-PRIOR-STD-DEV
               ADD 1 TO GM-RUN-COUNT
           END-IF
           MOVE RUN-DATE-NUM TO GM-LAST-RUN-DATE
           MOVE RUN-CYCLE TO GM-LAST-RUN-CYCLE
           PERFORM MOVE-STATS-TO-MASTER
           REWRITE GRPMAST-RECORD
           IF GRPMAST-FILE-STATUS NOT = "00"
                   GRPMAST-FILE-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM LOG-ERROR-STOP
           END-IF
           MOVE "UPDATE" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY.

      * Every change to GRPMAST.DAT is journalled on AUDIT.DAT with
      * the record as it stood before and after the change.  An added
      * group has a blank before image.
       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FIND-STATS: unable to open AUDIT.DAT, "
                   "status " AUDIT-FILE-STATUS
               MOVE "FST0157" TO RUN-LOG-MSG-NO
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "AUDIT.DAT open failed status "
                   AUDIT-FILE-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM LOG-ERROR-STOP
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE RUN-DATE-NUM TO AUD-PROC-DATE
           MOVE FUNCTION CURRENT-DATE TO LOG-STAMP-TEXT
           MOVE LOG-STAMP-TEXT(9:6) TO AUD-TIME
           MOVE "FIND-STATS" TO AUD-PROGRAM
           MOVE AUDIT-ACTION TO AUD-ACTION
           MOVE GM-GROUP-KEY TO AUD-GROUP-KEY
           MOVE GRPMAST-RECORD TO AUDIT-AFTER-IMAGE
           MOVE AUDIT-BEFORE-STATS TO AUD-BEFORE-IMAGE
           MOVE AUDIT-BEFORE-CYCLES TO AUD-BEFORE-CYCLES
           MOVE AUDIT-AFTER-STATS TO AUD-AFTER-IMAGE
           MOVE AUDIT-AFTER-CYCLES TO AUD-AFTER-CYCLES
           WRITE AUDIT-RECORD
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FIND-STATS: unable to write AUDIT.DAT, "
                   "status " AUDIT-FILE-STATUS
               MOVE "FST0158" TO RUN-LOG-MSG-NO
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "AUDIT.DAT write failed status "
                   AUDIT-FILE-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM LOG-ERROR-STOP
           END-IF
           CLOSE AUDIT-FILE.

       MOVE-STATS-TO-MASTER.
           MOVE SMALLEST TO GM-CURR-SMALLEST
           END-IF
           MOVE CURRENT-GROUP-KEY TO GH-GROUP-KEY
           MOVE RUN-DATE-NUM TO GH-RUN-DATE
           MOVE RUN-CYCLE TO GH-RUN-CYCLE
           MOVE SMALLEST TO GH-SMALLEST
           MOVE LARGEST TO GH-LARGEST
           MOVE MODE-VALUE TO GH-MODE
           MOVE MEAN-VALUE TO GH-MEAN
           MOVE MEDIAN-VALUE TO GH-MEDIAN
           MOVE STD-DEV TO GH-STD-DEV
           PERFORM SET-EXTRACT-VALUE-COUNT
           MOVE EXTRACT-VALUE-COUNT TO GH-VALUE-COUNT
           WRITE GRPHIST-RECORD
           IF GRPHIST-FILE-STATUS = "22"
               REWRITE GRPHIST-RECORD
           MOVE "N" TO GRPHIST-SCAN-DONE
           MOVE CURRENT-GROUP-KEY TO GH-GROUP-KEY
           MOVE 0 TO GH-RUN-DATE
           MOVE SPACE TO GH-RUN-CYCLE
           START GRPHIST-FILE KEY >= GH-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO GRPHIST-SCAN-DONE
                               ADD 1 TO GRPHIST-DATE-COUNT
                               MOVE GRPHIST-DATE-COUNT TO K
                               MOVE GH-RUN-DATE
                                   TO GRPHIST-ENTRY-DATE(K)
                               MOVE GH-RUN-CYCLE
                                   TO GRPHIST-ENTRY-CYCLE(K)
                           END-IF
                       END-IF
               END-READ
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > GRPHIST-TRIM-COUNT
                   MOVE CURRENT-GROUP-KEY TO GH-GROUP-KEY
                   MOVE GRPHIST-ENTRY-DATE(K) TO GH-RUN-DATE
                   MOVE GRPHIST-ENTRY-CYCLE(K) TO GH-RUN-CYCLE
                   DELETE GRPHIST-FILE
                       INVALID KEY
                           CONTINUE
                   AT END
                       MOVE "10" TO EXTRACT-FILE-STATUS
                   NOT AT END
                       MOVE EXT-CYCLE TO RECORD-CYCLE
                       IF RECORD-CYCLE = SPACE
                           MOVE "1" TO RECORD-CYCLE
                       END-IF
                       IF EXT-REC-TYPE = "G"
                           AND EXT-RUN-DATE = RUN-DATE-NUM
                           AND RECORD-CYCLE = RUN-CYCLE
                           ADD 1 TO EXTRACT-G-ON-FILE
                       END-IF
               END-READ
                   AT END
                       MOVE "10" TO HISTORY-FILE-STATUS
                   NOT AT END
                       MOVE HIST-CYCLE TO RECORD-CYCLE
                       IF RECORD-CYCLE = SPACE
                           MOVE "1" TO RECORD-CYCLE
                       END-IF
                       IF HIST-REC-TYPE = "V"
                           AND HIST-RUN-DATE = RUN-DATE-NUM
                           AND RECORD-CYCLE = RUN-CYCLE
                           ADD 1 TO HIST-V-ON-FILE
                           ADD HIST-VALUE TO FILE-HASH-TOTAL
                       END-IF
           MOVE SPACES TO BALANCE-LINE-TEXT
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Cycle: " RUN-CYCLE
               DELIMITED BY SIZE INTO BALANCE-LINE-TEXT
           PERFORM WRITE-BALANCE-LINE
           MOVE SPACES TO BALANCE-LINE-TEXT
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Page: " REPORT-PAGE-COUNT
               "   Cycle: " RUN-CYCLE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
