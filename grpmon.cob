           SELECT MONCTL-FILE ASSIGN TO "MONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONCTL-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
           01 MONCTL-RECORD PIC X(80).

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

       WORKING-STORAGE SECTION.
           01 GRPHIST-FILE-STATUS PIC X(2) VALUE "00".
           01 MON-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 CTL-NUMBER PIC 9(5) VALUE 0.
           01 SIGMA-LIMIT PIC 9(2) VALUE 3.
           01 MIN-RUNS PIC 9(3) VALUE 5.
           01 CYCLE-CHOICE PIC X(1) VALUE SPACE.
           01 RECORD-CYCLE PIC X(1) VALUE SPACE.
           01 ROW-WEIGHT PIC 9(9) VALUE 0.
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-PRESENT PIC X(1) VALUE "N".
           01 GROUP-SIGMA-LIMIT PIC 9(2) VALUE 0.
           01 OWN-SIGMA-FLAG PIC X(1) VALUE SPACE.
           01 RUN-TABLE-MAX PIC 9(3) VALUE 100.
           01 RUN-COUNT PIC 9(3) VALUE 0.
           01 GROUP-RUN-TABLE.
               05 GROUP-RUN-ENTRY OCCURS 100 TIMES.
                   10 RUN-TBL-DATE PIC 9(8).
                   10 RUN-TBL-MEAN PIC 9(7)V99.
                   10 RUN-TBL-WEIGHT PIC 9(11).
                   10 RUN-TBL-SUM PIC 9(18)V99.
           01 CURRENT-GROUP-KEY PIC X(4) VALUE SPACES.
           01 GROUP-ACTIVE PIC X(1) VALUE "N".
           01 I PIC 9(3).
                           DISPLAY "GROUP-MONITOR: MONCTL.DAT "
                               "MIN-RUNS invalid, default kept"
                       END-IF
      * CYCLE n monitors one processing cycle against its own
      * history; CYCLE ALL, the default, takes each day's cycles
      * together.
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
                               DISPLAY "GROUP-MONITOR: MONCTL.DAT "
                                   "CYCLE invalid, all cycles "
                                   "combined"
                               MOVE SPACE TO CYCLE-CHOICE
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "GROUP-MONITOR: MONCTL.DAT card "
                           "unknown, ignored: " MONCTL-RECORD(1:40)
                   AT END
                       MOVE "10" TO GRPHIST-FILE-STATUS
                   NOT AT END
                       MOVE GH-RUN-CYCLE TO RECORD-CYCLE
                       IF RECORD-CYCLE = SPACE
                           MOVE "1" TO RECORD-CYCLE
                       END-IF
                       IF CYCLE-CHOICE = SPACE
                           OR RECORD-CYCLE = CYCLE-CHOICE
                           PERFORM RECORD-GROUP-RUN
                       END-IF
               END-READ
           END-PERFORM
           IF GROUP-ACTIVE = "Y"
                   "history, nothing to monitor"
           END-IF.

      * History rows come in group, date and cycle order, so the
      * cycles of a date arrive together and are folded into one run
      * whose mean is weighted by each cycle's value count.
       RECORD-GROUP-RUN.
           IF GROUP-ACTIVE = "Y"
               AND GH-GROUP-KEY NOT = CURRENT-GROUP-KEY
               PERFORM MONITOR-ONE-GROUP
               MOVE 0 TO RUN-COUNT
           END-IF
           MOVE GH-GROUP-KEY TO CURRENT-GROUP-KEY
           MOVE "Y" TO GROUP-ACTIVE
           IF GH-VALUE-COUNT IS NUMERIC AND GH-VALUE-COUNT > 0
               MOVE GH-VALUE-COUNT TO ROW-WEIGHT
           ELSE
               MOVE 1 TO ROW-WEIGHT
           END-IF
           IF RUN-COUNT > 0
               AND RUN-TBL-DATE(RUN-COUNT) = GH-RUN-DATE
               ADD ROW-WEIGHT TO RUN-TBL-WEIGHT(RUN-COUNT)
               COMPUTE RUN-TBL-SUM(RUN-COUNT) =
                   RUN-TBL-SUM(RUN-COUNT) + ROW-WEIGHT * GH-MEAN
               COMPUTE RUN-TBL-MEAN(RUN-COUNT) ROUNDED =
                   RUN-TBL-SUM(RUN-COUNT) / RUN-TBL-WEIGHT(RUN-COUNT)
           ELSE
               IF RUN-COUNT >= RUN-TABLE-MAX
                   PERFORM SHIFT-GROUP-RUN-TABLE
               ELSE
                   ADD 1 TO RUN-COUNT
               END-IF
               MOVE GH-RUN-DATE TO RUN-TBL-DATE(RUN-COUNT)
               MOVE GH-MEAN TO RUN-TBL-MEAN(RUN-COUNT)
               MOVE ROW-WEIGHT TO RUN-TBL-WEIGHT(RUN-COUNT)
               COMPUTE RUN-TBL-SUM(RUN-COUNT) = ROW-WEIGHT * GH-MEAN
           END-IF.

      * When a group carries more history rows than the table holds,
      * drop the oldest so the last entry is always the newest run.
       SHIFT-GROUP-RUN-TABLE.
               MOVE 0 TO LIMIT-HIGH
               PERFORM PRINT-NEW-GROUP-LINE
           ELSE
               PERFORM SET-GROUP-SIGMA-LIMIT
               PERFORM COMPUTE-TRAILING-STATS
               IF CURR-MEAN < LIMIT-LOW
                   MOVE "LOW " TO GROUP-STATUS-TEXT
               PERFORM PRINT-MONITOR-LINE
           END-IF.

      * A group's own sigma limit on GRPREF.DAT replaces the control
      * card default; zero on the reference file means no override.
       SET-GROUP-SIGMA-LIMIT.
           MOVE SIGMA-LIMIT TO GROUP-SIGMA-LIMIT
           MOVE SPACE TO OWN-SIGMA-FLAG
           IF GRPREF-PRESENT = "Y"
               MOVE CURRENT-GROUP-KEY TO GR-GROUP-KEY
               READ GRPREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GR-SIGMA-LIMIT > 0
                           MOVE GR-SIGMA-LIMIT TO GROUP-SIGMA-LIMIT
                           MOVE "*" TO OWN-SIGMA-FLAG
                       END-IF
               END-READ
           END-IF.

       COMPUTE-TRAILING-STATS.
           MOVE 0 TO SUM-MEANS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRIOR-RUN-COUNT
           END-PERFORM
           COMPUTE VARIANCE-VALUE = SUM-SQ-DIFF / PRIOR-RUN-COUNT
           COMPUTE TRAIL-SD ROUNDED = FUNCTION SQRT(VARIANCE-VALUE)
           COMPUTE LIMIT-LOW =
               TRAIL-MEAN - (GROUP-SIGMA-LIMIT * TRAIL-SD)
           COMPUTE LIMIT-HIGH =
               TRAIL-MEAN + (GROUP-SIGMA-LIMIT * TRAIL-SD)
           IF LIMIT-LOW < 0
               MOVE 0 TO LIMIT-LOW
           END-IF.
           STRING CURRENT-GROUP-KEY " " PRIOR-RUN-COUNT "  "
               TRAIL-MEAN-TEXT "  " TRAIL-SD-TEXT " "
               LIMIT-LOW-TEXT " " LIMIT-HIGH-TEXT "  "
               CURR-MEAN-TEXT "  " GROUP-STATUS-TEXT "  "
               GROUP-SIGMA-LIMIT OWN-SIGMA-FLAG
               DELIMITED BY SIZE INTO MON-LINE-TEXT
           PERFORM WRITE-MON-LINE.

               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "00"
               MOVE "Y" TO GRPREF-PRESENT
           ELSE
               MOVE "N" TO GRPREF-PRESENT
               DISPLAY "GROUP-MONITOR: GRPREF.DAT not available, "
                   "status " GRPREF-FILE-STATUS
                   ", default sigma limit used"
           END-IF
           PERFORM WRITE-MON-HEADER.

       WRITE-MON-HEADER.
           MOVE SPACES TO MON-REPORT-RECORD
           STRING "Limits at " SIGMA-LIMIT " sigma of trailing "
               "mean, minimum " MIN-RUNS " trailing runs"
               " (* = own)"
               DELIMITED BY SIZE INTO MON-REPORT-RECORD
           WRITE MON-REPORT-RECORD
           MOVE SPACES TO MON-REPORT-RECORD
           IF CYCLE-CHOICE = SPACE
               STRING "Cycles: all cycles of each date combined"
                   DELIMITED BY SIZE INTO MON-REPORT-RECORD
           ELSE
               STRING "Cycle: " CYCLE-CHOICE " only"
                   DELIMITED BY SIZE INTO MON-REPORT-RECORD
           END-IF
           WRITE MON-REPORT-RECORD
           MOVE SPACES TO MON-REPORT-RECORD
           WRITE MON-REPORT-RECORD
           MOVE SPACES TO MON-REPORT-RECORD
           STRING "Key  Runs  Trl mean    Trl sd   Low limit "
               "High limit  Curr mean  Stat  Sig"
               DELIMITED BY SIZE INTO MON-REPORT-RECORD
           WRITE MON-REPORT-RECORD
           MOVE SPACES TO MON-REPORT-RECORD
           WRITE MON-REPORT-RECORD
           ADD 7 TO MON-LINE-COUNT.

       PRINT-MON-TOTALS.
           MOVE SPACES TO MON-LINE-TEXT
           ADD 1 TO MON-LINE-COUNT.

       CLOSE-MON-REPORT.
           CLOSE MON-REPORT-FILE
           IF GRPREF-PRESENT = "Y"
               CLOSE GRPREF-FILE
           END-IF.
