       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 30 CHARACTERS.
           01 HISTORY-RECORD.
               05 HIST-RUN-DATE PIC 9(8).
               05 HIST-REC-TYPE PIC X(1).
               05 HIST-SMALLEST PIC 9(5).
               05 HIST-LARGEST PIC 9(5).
               05 HIST-MODE PIC S9(5).
               05 HIST-CYCLE PIC X(1).

       FD  TREND-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 CTL-DIGIT-COUNT PIC 9(2) VALUE 0.
           01 CTL-NUMBER PIC 9(5) VALUE 0.
           01 TREND-PCT-LIMIT PIC 9(3) VALUE 10.
           01 CYCLE-CHOICE PIC X(1) VALUE SPACE.
           01 RECORD-CYCLE PIC X(1) VALUE SPACE.
           01 CURRENT-ENTRY PIC 9(3) VALUE 0.
           01 ENTRY-FOUND PIC X(1) VALUE "N".
           01 RUN-TABLE-MAX PIC 9(3) VALUE 400.
           01 RUN-COUNT PIC 9(3) VALUE 0.
           01 RUNS-DROPPED PIC 9(5) VALUE 0.
                   10 RUN-TBL-SMALLEST PIC 9(5).
                   10 RUN-TBL-LARGEST PIC 9(5).
                   10 RUN-TBL-MODE PIC S9(5).
                   10 RUN-TBL-CYCLE PIC X(1).
                   10 RUN-TBL-VALUES PIC 9(7).
                   10 RUN-TBL-MODE-VALUES PIC 9(7).
                   10 RUN-TBL-CYCLES PIC 9(1).
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 CALENDAR-FILE-STATUS PIC X(2) VALUE "00".
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
               UNSTRING TRENDCTL-RECORD DELIMITED BY ALL " "
                   INTO CTL-KEYWORD CTL-OPERAND-1
               END-UNSTRING
               EVALUATE CTL-KEYWORD
                   WHEN "TREND-PCT"
                       PERFORM VALIDATE-CTL-NUMBER
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 0
                           AND CTL-NUMBER <= 999
                           MOVE CTL-NUMBER TO TREND-PCT-LIMIT
                       ELSE
                           DISPLAY "TREND-REPORT: TRENDCTL.DAT "
                               "TREND-PCT invalid, default of "
                               TREND-PCT-LIMIT " percent kept"
                       END-IF
      * CYCLE n reports one processing cycle on its own; CYCLE ALL,
      * the default, folds every cycle of a date into one line.
                   WHEN "CYCLE"
                       IF CTL-OPERAND-1 = "ALL"
                           MOVE SPACE TO CYCLE-CHOICE
                       ELSE
                           IF CTL-OPERAND-1(1:1) IS NUMERIC
                               AND CTL-OPERAND-1(1:1) NOT = "0"
                               AND CTL-OPERAND-1(2:39) = SPACES
                               MOVE CTL-OPERAND-1(1:1)
                                   TO CYCLE-CHOICE
                           ELSE
                               DISPLAY "TREND-REPORT: TRENDCTL.DAT "
                                   "CYCLE invalid, all cycles "
                                   "combined"
                               MOVE SPACE TO CYCLE-CHOICE
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "TREND-REPORT: TRENDCTL.DAT card "
                           "unknown, ignored: " TRENDCTL-RECORD(1:40)
               END-EVALUATE
           END-IF.

       VALIDATE-CTL-NUMBER.
               COMPUTE CTL-NUMBER = FUNCTION NUMVAL(CTL-OPERAND-1)
           END-IF.

      * Run summaries are held one per date and cycle.  A second
      * summary for the same date and cycle is a rerun and replaces
      * the first; the V records after each summary are counted so
      * cycles can be weighed against each other when combined.
       LOAD-RUN-SUMMARIES.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
                   AT END
                       MOVE "10" TO HISTORY-FILE-STATUS
                   NOT AT END
                       MOVE HIST-CYCLE TO RECORD-CYCLE
                       IF RECORD-CYCLE = SPACE
                           MOVE "1" TO RECORD-CYCLE
                       END-IF
                       IF CYCLE-CHOICE = SPACE
                           OR RECORD-CYCLE = CYCLE-CHOICE
                           EVALUATE HIST-REC-TYPE
                               WHEN "S"
                                   PERFORM RECORD-RUN-SUMMARY
                               WHEN "V"
                                   PERFORM COUNT-RUN-VALUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF CYCLE-CHOICE = SPACE
               PERFORM COMBINE-CYCLE-ENTRIES
           END-IF
           IF RUNS-DROPPED > 0
               DISPLAY "TREND-REPORT: run table full, " RUNS-DROPPED
                   " oldest run summaries not reported"
               GOBACK
           END-IF.

       RECORD-RUN-SUMMARY.
           MOVE "N" TO ENTRY-FOUND
           PERFORM VARYING I FROM RUN-COUNT BY -1
                   UNTIL I < 1 OR ENTRY-FOUND = "Y"
                   OR RUN-TBL-DATE(I) NOT = HIST-RUN-DATE
               IF RUN-TBL-CYCLE(I) = RECORD-CYCLE
                   MOVE "Y" TO ENTRY-FOUND
                   MOVE I TO CURRENT-ENTRY
               END-IF
           END-PERFORM
           IF ENTRY-FOUND = "N"
               IF RUN-COUNT >= RUN-TABLE-MAX
                   PERFORM SHIFT-RUN-TABLE
                   ADD 1 TO RUNS-DROPPED
               ELSE
                   ADD 1 TO RUN-COUNT
               END-IF
               MOVE RUN-COUNT TO CURRENT-ENTRY
           END-IF
           MOVE HIST-RUN-DATE TO RUN-TBL-DATE(CURRENT-ENTRY)
           MOVE HIST-SMALLEST TO RUN-TBL-SMALLEST(CURRENT-ENTRY)
           MOVE HIST-LARGEST TO RUN-TBL-LARGEST(CURRENT-ENTRY)
           MOVE HIST-MODE TO RUN-TBL-MODE(CURRENT-ENTRY)
           MOVE RECORD-CYCLE TO RUN-TBL-CYCLE(CURRENT-ENTRY)
           MOVE 0 TO RUN-TBL-VALUES(CURRENT-ENTRY)
           MOVE 1 TO RUN-TBL-CYCLES(CURRENT-ENTRY).

       COUNT-RUN-VALUE.
           IF CURRENT-ENTRY > 0
               IF RUN-TBL-DATE(CURRENT-ENTRY) = HIST-RUN-DATE
                   AND RUN-TBL-CYCLE(CURRENT-ENTRY) = RECORD-CYCLE
                   ADD 1 TO RUN-TBL-VALUES(CURRENT-ENTRY)
               END-IF
           END-IF.

      * Folding the cycles of a date: smallest and largest are the
      * extremes over all cycles, and the mode is that of the cycle
      * with the most values, the individual values not being held.
       COMBINE-CYCLE-ENTRIES.
           MOVE 0 TO CURRENT-ENTRY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               IF CURRENT-ENTRY > 0
                   AND RUN-TBL-DATE(I) = RUN-TBL-DATE(CURRENT-ENTRY)
                   PERFORM FOLD-CYCLE-ENTRY
               ELSE
                   ADD 1 TO CURRENT-ENTRY
                   MOVE RUN-SUMMARY-ENTRY(I)
                       TO RUN-SUMMARY-ENTRY(CURRENT-ENTRY)
                   MOVE RUN-TBL-VALUES(CURRENT-ENTRY)
                       TO RUN-TBL-MODE-VALUES(CURRENT-ENTRY)
               END-IF
           END-PERFORM
           MOVE CURRENT-ENTRY TO RUN-COUNT.

       FOLD-CYCLE-ENTRY.
           IF RUN-TBL-SMALLEST(I) < RUN-TBL-SMALLEST(CURRENT-ENTRY)
               MOVE RUN-TBL-SMALLEST(I)
                   TO RUN-TBL-SMALLEST(CURRENT-ENTRY)
           END-IF
           IF RUN-TBL-LARGEST(I) > RUN-TBL-LARGEST(CURRENT-ENTRY)
               MOVE RUN-TBL-LARGEST(I)
                   TO RUN-TBL-LARGEST(CURRENT-ENTRY)
           END-IF
           IF RUN-TBL-VALUES(I) > RUN-TBL-MODE-VALUES(CURRENT-ENTRY)
               MOVE RUN-TBL-MODE(I) TO RUN-TBL-MODE(CURRENT-ENTRY)
               MOVE RUN-TBL-VALUES(I)
                   TO RUN-TBL-MODE-VALUES(CURRENT-ENTRY)
           END-IF
           ADD RUN-TBL-VALUES(I) TO RUN-TBL-VALUES(CURRENT-ENTRY)
           ADD 1 TO RUN-TBL-CYCLES(CURRENT-ENTRY).

       OPEN-TREND-REPORT.
           OPEN OUTPUT TREND-REPORT-FILE
           IF TREND-REPORT-FILE-STATUS NOT = "00"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           IF CYCLE-CHOICE = SPACE
               STRING "Cycles: all cycles of each date combined"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           ELSE
               STRING "Cycle: " CYCLE-CHOICE " only"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-IF
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "Run date    Smallest    Chg%   Largest    Chg%"
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           ADD 6 TO TREND-LINE-COUNT.

       SHIFT-RUN-TABLE.
           PERFORM VARYING I FROM 1 BY 1
               "    " MODE-NUM-DISPLAY "  " MODE-CHG-TEXT
               FLAG-TEXT
               DELIMITED BY SIZE INTO TREND-LINE-TEXT
           IF RUN-TBL-CYCLES(I) > 1
               MOVE RUN-TBL-CYCLES(I) TO TREND-LINE-TEXT(71:1)
               MOVE "cycles" TO TREND-LINE-TEXT(73:6)
           END-IF
           PERFORM WRITE-TREND-LINE.

       COMPUTE-CHANGE-PCT.
                   MOVE SPACES TO TREND-LINE-TEXT
                   PERFORM WRITE-TREND-LINE
                   MOVE SPACES TO TREND-LINE-TEXT
                   IF CYCLE-CHOICE = SPACE
                       STRING "Business days with no run on file: "
                           MISSING-DAY-COUNT
                           DELIMITED BY SIZE INTO TREND-LINE-TEXT
                   ELSE
                       STRING "Business days with no cycle "
                           CYCLE-CHOICE " run on file: "
                           MISSING-DAY-COUNT
                           DELIMITED BY SIZE INTO TREND-LINE-TEXT
                   END-IF
                   PERFORM WRITE-TREND-LINE
               END-IF
           END-IF.
                   MOVE CAL-DAY-ENTRY(CAL-INDEX)
                       TO CAL-DATE-DISPLAY
                   MOVE SPACES TO TREND-LINE-TEXT
                   IF CYCLE-CHOICE = SPACE
                       STRING "Warning: no run on file for business "
                           "day " CAL-DATE-DISPLAY
                           DELIMITED BY SIZE INTO TREND-LINE-TEXT
                   ELSE
                       STRING "Warning: no cycle " CYCLE-CHOICE
                           " run on file for business day "
                           CAL-DATE-DISPLAY
                           DELIMITED BY SIZE INTO TREND-LINE-TEXT
                   END-IF
                   PERFORM WRITE-TREND-LINE
               END-IF
           END-IF.
