       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.
           SELECT FCSTCTL-FILE ASSIGN TO "FCSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCSTCTL-FILE-STATUS.
           SELECT FCST-REPORT-FILE ASSIGN TO "FORECAST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCST-REPORT-FILE-STATUS.
           SELECT FORECAST-FILE ASSIGN TO "FORECAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD CONTAINS 67 CHARACTERS.
           01 EXTRACT-RECORD.
               05 EXT-RUN-DATE PIC 9(8).
               05 EXT-REC-TYPE PIC X(1).
               05 EXT-GROUP-KEY PIC X(4).
               05 EXT-SMALLEST PIC 9(5).
               05 EXT-LARGEST PIC 9(5).
               05 EXT-MODE PIC S9(5).
               05 EXT-MEAN PIC 9(7)V99.
               05 EXT-MEDIAN PIC 9(7)V99.
               05 EXT-STD-DEV PIC 9(7)V9999.
               05 EXT-CYCLE PIC X(1).
               05 EXT-VALUE-COUNT PIC 9(9).

       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 CALENDAR-RECORD.
               05 CAL-DATE-TEXT PIC X(8).
               05 CAL-FILLER PIC X(1).
               05 CAL-DAY-TYPE PIC X(1).
               05 CAL-TRAILING PIC X(70).

       FD  PROCDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PROCDATE-RECORD PIC X(80).

       FD  FCSTCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 FCSTCTL-RECORD PIC X(80).

       FD  FCST-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 FCST-REPORT-RECORD PIC X(80).

      * One row per group per projected business day.  The flags are
      * H or L on the day the projection is outside that limit, blank
      * otherwise; the fit columns are R-squared as a percentage.
       FD  FORECAST-FILE
           RECORD CONTAINS 93 CHARACTERS.
           01 FORECAST-RECORD.
               05 FC-GROUP-KEY PIC X(4).
               05 FC-BASE-DATE PIC 9(8).
               05 FC-DAY-NUMBER PIC 9(2).
               05 FC-PROJ-DATE PIC 9(8).
               05 FC-PROJ-MEAN PIC 9(7)V99.
               05 FC-MEAN-LOW PIC 9(7)V99.
               05 FC-MEAN-HIGH PIC 9(7)V99.
               05 FC-MEAN-FLAG PIC X(1).
               05 FC-PROJ-SD PIC 9(7)V9999.
               05 FC-SD-LOW PIC 9(7)V9999.
               05 FC-SD-HIGH PIC 9(7)V9999.
               05 FC-SD-FLAG PIC X(1).
               05 FC-MEAN-FIT PIC 9(3).
               05 FC-SD-FIT PIC 9(3).
               05 FC-RUNS-FITTED PIC 9(3).

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

       SD  SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
               05 SORT-GROUP-KEY PIC X(4).
               05 SORT-RUN-DATE PIC 9(8).
               05 SORT-RUN-CYCLE PIC X(1).
               05 SORT-ORIG-SEQ PIC 9(9).
               05 SORT-MEAN PIC 9(7)V99.
               05 SORT-STD-DEV PIC 9(7)V9999.
               05 SORT-VALUE-COUNT PIC 9(9).

       WORKING-STORAGE SECTION.
           01 EXTRACT-FILE-STATUS PIC X(2) VALUE "00".
           01 CALENDAR-FILE-STATUS PIC X(2) VALUE "00".
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 FCSTCTL-FILE-STATUS PIC X(2) VALUE "00".
           01 FCST-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 FORECAST-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-PRESENT PIC X(1) VALUE "N".
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-TIME-NUM PIC 9(6).
           01 RUN-DATE-DISPLAY PIC 9(4)/99/99.
           01 RUN-TIME-DISPLAY PIC 99/99/99.
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
           01 PROC-DATE-SET PIC X(1) VALUE "N".
           01 FCST-LINE-TEXT PIC X(80).
           01 FCST-LINE-COUNT PIC 9(3) VALUE 0.
           01 FCST-PAGE-COUNT PIC 9(4) VALUE 0.
           01 FCST-LINES-PER-PAGE PIC 9(3) VALUE 55.
           01 CTL-KEYWORD PIC X(20) VALUE SPACES.
           01 CTL-OPERAND-1 PIC X(40) VALUE SPACES.
           01 CTL-NUM-OK PIC X(1) VALUE "N".
           01 CTL-DIGIT-COUNT PIC 9(2) VALUE 0.
           01 CTL-NUMBER PIC 9(5) VALUE 0.
           01 HORIZON-DAYS PIC 9(2) VALUE 20.
           01 MIN-RUNS PIC 9(3) VALUE 10.
           01 FIT-RUNS PIC 9(3) VALUE 30.
           01 SIGMA-LIMIT PIC 9(2) VALUE 3.
           01 SD-PCT-LIMIT PIC 9(3) VALUE 25.
           01 GROUP-SIGMA-LIMIT PIC 9(2) VALUE 0.
           01 GROUP-SD-LIMIT PIC 9(3) VALUE 0.
           01 OWN-LIMIT-FLAG PIC X(1) VALUE SPACE.
           01 CYCLE-CHOICE PIC X(1) VALUE SPACE.
           01 RECORD-CYCLE PIC X(1) VALUE SPACE.
           01 ROW-WEIGHT PIC 9(9) VALUE 0.
           01 POOLED-AVERAGE PIC 9(7)V9(6) VALUE 0.
           01 POOLED-VARIANCE PIC 9(14)V9(4) VALUE 0.
           01 HORIZON-COUNT PIC 9(2) VALUE 0.
           01 HORIZON-TABLE.
               05 HORIZON-ENTRY OCCURS 99 TIMES.
                   10 HZN-DATE PIC 9(8).
                   10 HZN-DAY-NUMBER PIC 9(7).
           01 HORIZON-SLOT PIC 9(3) VALUE 0.
           01 CAL-DATE-NUM PIC 9(8) VALUE 0.
           01 RUN-TABLE-MAX PIC 9(3) VALUE 100.
           01 RUN-COUNT PIC 9(3) VALUE 0.
           01 GROUP-RUN-TABLE.
               05 GROUP-RUN-ENTRY OCCURS 100 TIMES.
                   10 RUN-TBL-DATE PIC 9(8).
                   10 RUN-TBL-MEAN PIC 9(7)V99.
                   10 RUN-TBL-SD PIC 9(7)V9999.
                   10 RUN-TBL-WEIGHT PIC 9(11).
                   10 RUN-TBL-SUM PIC 9(20)V9(4).
                   10 RUN-TBL-SUM-SQ PIC 9(26)V9(4).
           01 EXTRACT-SEQ PIC 9(9) VALUE 0.
           01 SORT-RETURN-DONE PIC X(1) VALUE "N".
           01 HELD-PRESENT PIC X(1) VALUE "N".
           01 HELD-RUN.
               05 HELD-GROUP-KEY PIC X(4).
               05 HELD-RUN-DATE PIC 9(8).
               05 HELD-RUN-CYCLE PIC X(1).
               05 HELD-ORIG-SEQ PIC 9(9).
               05 HELD-MEAN PIC 9(7)V99.
               05 HELD-STD-DEV PIC 9(7)V9999.
               05 HELD-VALUE-COUNT PIC 9(9).
           01 CURRENT-GROUP-KEY PIC X(4) VALUE SPACES.
           01 GROUP-ACTIVE PIC X(1) VALUE "N".
           01 I PIC 9(3).
           01 J PIC 9(5).
           01 H PIC 9(3).
      * Trend fitting works on one series at a time: FIT-Y holds the
      * values and FIT-X each run's day number relative to the first
      * run fitted, so gaps in the run history are weighted properly.
           01 FIT-SERIES.
               05 FIT-ENTRY OCCURS 100 TIMES.
                   10 FIT-X PIC 9(5).
                   10 FIT-Y PIC 9(7)V9999.
           01 FIRST-DAY-NUMBER PIC 9(7) VALUE 0.
           01 SUM-X PIC 9(9) VALUE 0.
           01 SUM-Y PIC 9(12)V9999 VALUE 0.
           01 MEAN-X PIC 9(5)V9999 VALUE 0.
           01 MEAN-Y PIC 9(7)V9999 VALUE 0.
           01 DIFF-X PIC S9(5)V9999 VALUE 0.
           01 DIFF-Y PIC S9(8)V9999 VALUE 0.
           01 SUM-XX PIC 9(12)V9999 VALUE 0.
           01 SUM-XY PIC S9(14)V9999 VALUE 0.
           01 SUM-YY PIC 9(14)V9999 VALUE 0.
           01 FIT-SLOPE PIC S9(8)V9(6) VALUE 0.
           01 FIT-SPREAD PIC 9(7)V9999 VALUE 0.
           01 FIT-PCT PIC 9(3) VALUE 0.
           01 FIT-WORK PIC S9(5)V9999 VALUE 0.
           01 PROJ-X PIC S9(5)V9999 VALUE 0.
           01 PROJ-VALUE PIC S9(9)V9999 VALUE 0.
           01 MEAN-LEVEL PIC 9(7)V9999 VALUE 0.
           01 MEAN-SLOPE PIC S9(8)V9(6) VALUE 0.
           01 MEAN-FIT-PCT PIC 9(3) VALUE 0.
           01 SD-LEVEL PIC 9(7)V9999 VALUE 0.
           01 SD-SLOPE PIC S9(8)V9(6) VALUE 0.
           01 SD-FIT-PCT PIC 9(3) VALUE 0.
           01 MEAN-X-SAVE PIC 9(5)V9999 VALUE 0.
           01 MEAN-LOW-LIMIT PIC 9(7)V99 VALUE 0.
           01 MEAN-HIGH-LIMIT PIC 9(7)V99 VALUE 0.
           01 LIMIT-WORK PIC S9(9)V9999 VALUE 0.
           01 SD-LOW-LIMIT PIC 9(7)V9999 VALUE 0.
           01 SD-HIGH-LIMIT PIC 9(7)V9999 VALUE 0.
           01 CURR-MEAN PIC 9(7)V99 VALUE 0.
           01 CURR-SD PIC 9(7)V9999 VALUE 0.
           01 PROJ-MEAN PIC 9(7)V99 VALUE 0.
           01 PROJ-SD PIC 9(7)V9999 VALUE 0.
           01 MEAN-FLAG PIC X(1) VALUE SPACE.
           01 SD-FLAG PIC X(1) VALUE SPACE.
           01 MEAN-BREACH-DATE PIC 9(8) VALUE 0.
           01 MEAN-BREACH-DIR PIC X(4) VALUE SPACES.
           01 SD-BREACH-DATE PIC 9(8) VALUE 0.
           01 SD-BREACH-DIR PIC X(4) VALUE SPACES.
           01 GROUPS-CHECKED PIC 9(5) VALUE 0.
           01 GROUPS-PROJECTED PIC 9(5) VALUE 0.
           01 GROUPS-TO-BREACH PIC 9(5) VALUE 0.
           01 GROUPS-TOO-NEW PIC 9(5) VALUE 0.
           01 FORECAST-ROWS PIC 9(7) VALUE 0.
           01 STAT-TEXT PIC X(4) VALUE SPACES.
           01 BREACH-DATE-WORK PIC 9(8) VALUE 0.
           01 BREACH-DIR-WORK PIC X(4) VALUE SPACES.
           01 BREACH-DATE-TEXT PIC X(10) VALUE SPACES.
           01 BREACH-DATE-DISPLAY PIC 9(4)/99/99.
           01 HORIZON-END-DISPLAY PIC 9(4)/99/99.
           01 VALUE-EDIT PIC ZZZZZZ9.99.
           01 CURR-TEXT PIC X(10) VALUE SPACES.
           01 PROJ-TEXT PIC X(10) VALUE SPACES.
           01 LOW-TEXT PIC X(10) VALUE SPACES.
           01 HIGH-TEXT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FORECAST.
           PERFORM READ-FCST-CONTROL.
           PERFORM LOAD-HORIZON-DATES.
           PERFORM OPEN-FCST-FILES.
           PERFORM SCAN-GROUP-HISTORY.
           PERFORM PRINT-FCST-TOTALS.
           PERFORM CLOSE-FCST-FILES.
           IF HORIZON-COUNT < HORIZON-DAYS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-FORECAST.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-TIME(1:8) TO RUN-DATE-NUM
           MOVE CURRENT-DATE-TIME(9:6) TO RUN-TIME-NUM
           PERFORM READ-PROCESS-DATE
           MOVE RUN-DATE-NUM TO RUN-DATE-DISPLAY
           MOVE RUN-TIME-NUM TO RUN-TIME-DISPLAY.

       READ-PROCESS-DATE.
           OPEN INPUT PROCDATE-FILE
           IF PROCDATE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF PROCDATE-FILE-STATUS NOT = "00"
                   DISPLAY "GROUP-FORECAST: unable to open "
                       "PROCDATE.DAT, status " PROCDATE-FILE-STATUS
                       ", wall-clock date kept"
               ELSE
                   PERFORM UNTIL PROCDATE-FILE-STATUS = "10"
                       READ PROCDATE-FILE
                           AT END
                               MOVE "10" TO PROCDATE-FILE-STATUS
                           NOT AT END
                               PERFORM PROCESS-DATE-CARD
                       END-READ
                   END-PERFORM
                   CLOSE PROCDATE-FILE
               END-IF
           END-IF
           IF PROC-DATE-SET = "Y"
               DISPLAY "GROUP-FORECAST: processing date set to "
                   RUN-DATE-NUM " from PROCDATE.DAT"
           END-IF.

       PROCESS-DATE-CARD.
           IF PROCDATE-RECORD = SPACES OR PROCDATE-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               IF PROCDATE-RECORD(1:12) = "PROCESS-DATE"
                   AND PROCDATE-RECORD(14:8) IS NUMERIC
                   MOVE PROCDATE-RECORD(14:8) TO PROC-DATE-WORK
                   IF FUNCTION INTEGER-OF-DATE(PROC-DATE-WORK) > 0
                       MOVE PROC-DATE-WORK TO RUN-DATE-NUM
                       MOVE "Y" TO PROC-DATE-SET
                   ELSE
                       DISPLAY "GROUP-FORECAST: PROCDATE.DAT date "
                           "invalid, wall-clock date kept"
                   END-IF
               ELSE
                   DISPLAY "GROUP-FORECAST: PROCDATE.DAT card "
                       "unknown, ignored: " PROCDATE-RECORD(1:40)
               END-IF
           END-IF.

      * FCSTCTL.DAT is optional.  HORIZON is the number of business
      * days projected, MIN-RUNS the history a group needs before it
      * is projected, FIT-RUNS how many of its latest runs the trend
      * is fitted to.  SIGMA-LIMIT and SD-PCT-LIMIT set the limits,
      * and a group's own limits on GRPREF.DAT replace them.
       READ-FCST-CONTROL.
           OPEN INPUT FCSTCTL-FILE
           IF FCSTCTL-FILE-STATUS = "35"
               DISPLAY "GROUP-FORECAST: FCSTCTL.DAT not present, "
                   "using defaults"
           ELSE
               IF FCSTCTL-FILE-STATUS NOT = "00"
                   DISPLAY "GROUP-FORECAST: unable to open "
                       "FCSTCTL.DAT, status " FCSTCTL-FILE-STATUS
                       ", using defaults"
               ELSE
                   PERFORM UNTIL FCSTCTL-FILE-STATUS = "10"
                       READ FCSTCTL-FILE
                           AT END
                               MOVE "10" TO FCSTCTL-FILE-STATUS
                           NOT AT END
                               PERFORM PROCESS-FCST-CONTROL-CARD
                       END-READ
                   END-PERFORM
                   CLOSE FCSTCTL-FILE
               END-IF
           END-IF
           IF MIN-RUNS > FIT-RUNS
               DISPLAY "GROUP-FORECAST: MIN-RUNS " MIN-RUNS
                   " exceeds FIT-RUNS, FIT-RUNS raised to match"
               MOVE MIN-RUNS TO FIT-RUNS
           END-IF
           MOVE FIT-RUNS TO RUN-TABLE-MAX.

       PROCESS-FCST-CONTROL-CARD.
           IF FCSTCTL-RECORD = SPACES OR FCSTCTL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-OPERAND-1
               UNSTRING FCSTCTL-RECORD DELIMITED BY ALL " "
                   INTO CTL-KEYWORD CTL-OPERAND-1
               END-UNSTRING
               PERFORM VALIDATE-CTL-NUMBER
               EVALUATE CTL-KEYWORD
                   WHEN "HORIZON"
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 0
                           AND CTL-NUMBER <= 99
                           MOVE CTL-NUMBER TO HORIZON-DAYS
                       ELSE
                           DISPLAY "GROUP-FORECAST: FCSTCTL.DAT "
                               "HORIZON invalid, default kept"
                       END-IF
                   WHEN "MIN-RUNS"
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 2
                           AND CTL-NUMBER <= 100
                           MOVE CTL-NUMBER TO MIN-RUNS
                       ELSE
                           DISPLAY "GROUP-FORECAST: FCSTCTL.DAT "
                               "MIN-RUNS invalid, default kept"
                       END-IF
                   WHEN "FIT-RUNS"
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 2
                           AND CTL-NUMBER <= 100
                           MOVE CTL-NUMBER TO FIT-RUNS
                       ELSE
                           DISPLAY "GROUP-FORECAST: FCSTCTL.DAT "
                               "FIT-RUNS invalid, default kept"
                       END-IF
                   WHEN "SIGMA-LIMIT"
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 0
                           AND CTL-NUMBER <= 99
                           MOVE CTL-NUMBER TO SIGMA-LIMIT
                       ELSE
                           DISPLAY "GROUP-FORECAST: FCSTCTL.DAT "
                               "SIGMA-LIMIT invalid, default kept"
                       END-IF
                   WHEN "SD-PCT-LIMIT"
                       IF CTL-NUM-OK = "Y" AND CTL-NUMBER > 0
                           AND CTL-NUMBER <= 999
                           MOVE CTL-NUMBER TO SD-PCT-LIMIT
                       ELSE
                           DISPLAY "GROUP-FORECAST: FCSTCTL.DAT "
                               "SD-PCT-LIMIT invalid, default kept"
                       END-IF
      * CYCLE n projects one processing cycle from its own history;
      * CYCLE ALL, the default, projects each day's cycles taken
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
                               DISPLAY "GROUP-FORECAST: FCSTCTL.DAT "
                                   "CYCLE invalid, all cycles "
                                   "combined"
                               MOVE SPACE TO CYCLE-CHOICE
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "GROUP-FORECAST: FCSTCTL.DAT card "
                           "unknown, ignored: " FCSTCTL-RECORD(1:40)
               END-EVALUATE
           END-IF.

       VALIDATE-CTL-NUMBER.
           MOVE "Y" TO CTL-NUM-OK
           MOVE 0 TO CTL-DIGIT-COUNT
           MOVE 0 TO CTL-NUMBER
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 40 OR CTL-OPERAND-1(J:1) = SPACE
               IF CTL-OPERAND-1(J:1) IS NUMERIC
                   ADD 1 TO CTL-DIGIT-COUNT
               ELSE
                   MOVE "N" TO CTL-NUM-OK
               END-IF
           END-PERFORM
           IF CTL-DIGIT-COUNT = 0 OR CTL-DIGIT-COUNT > 5
               MOVE "N" TO CTL-NUM-OK
           END-IF
           IF CTL-NUM-OK = "Y"
               COMPUTE CTL-NUMBER = FUNCTION NUMVAL(CTL-OPERAND-1)
           END-IF.

      * The horizon is the next HORIZON business days after the
      * processing date.  The dates are kept in order whatever order
      * CALENDAR.DAT holds them in.
       LOAD-HORIZON-DATES.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "GROUP-FORECAST: unable to open CALENDAR.DAT, "
                   "status " CALENDAR-FILE-STATUS
                   ", business days cannot be projected"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL CALENDAR-FILE-STATUS = "10"
               READ CALENDAR-FILE
                   AT END
                       MOVE "10" TO CALENDAR-FILE-STATUS
                   NOT AT END
                       IF CAL-DATE-TEXT IS NUMERIC
                           AND CAL-DAY-TYPE = "B"
                           MOVE CAL-DATE-TEXT TO CAL-DATE-NUM
                           IF CAL-DATE-NUM > RUN-DATE-NUM
                               PERFORM INSERT-HORIZON-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF HORIZON-COUNT = 0
               DISPLAY "GROUP-FORECAST: CALENDAR.DAT has no business "
                   "days after " RUN-DATE-NUM ", nothing projected"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF HORIZON-COUNT < HORIZON-DAYS
               DISPLAY "GROUP-FORECAST: CALENDAR.DAT holds only "
                   HORIZON-COUNT " business days after " RUN-DATE-NUM
                   ", horizon shortened"
           END-IF
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > HORIZON-COUNT
               COMPUTE HZN-DAY-NUMBER(H) =
                   FUNCTION INTEGER-OF-DATE(HZN-DATE(H))
           END-PERFORM
           MOVE HZN-DATE(HORIZON-COUNT) TO HORIZON-END-DISPLAY.

       INSERT-HORIZON-DATE.
           MOVE 1 TO HORIZON-SLOT
           PERFORM UNTIL HORIZON-SLOT > HORIZON-COUNT
                   OR HZN-DATE(HORIZON-SLOT) >= CAL-DATE-NUM
               ADD 1 TO HORIZON-SLOT
           END-PERFORM
           IF HORIZON-SLOT <= HORIZON-COUNT
               AND HZN-DATE(HORIZON-SLOT) = CAL-DATE-NUM
               CONTINUE
           ELSE
               IF HORIZON-SLOT <= HORIZON-DAYS
                   IF HORIZON-COUNT < HORIZON-DAYS
                       ADD 1 TO HORIZON-COUNT
                   END-IF
                   PERFORM VARYING H FROM HORIZON-COUNT BY -1
                           UNTIL H <= HORIZON-SLOT
                       MOVE HZN-DATE(H - 1) TO HZN-DATE(H)
                   END-PERFORM
                   MOVE CAL-DATE-NUM TO HZN-DATE(HORIZON-SLOT)
               END-IF
           END-IF.

      * The run series is taken from the G records on EXTRACT.DAT,
      * which keeps every run, rather than from GRPHIST.DAT, which
      * FIND-STATS trims to HIST-KEEP-RUNS runs per group.  The records
      * are sorted into group, date and cycle order; the extract
      * sequence is the minor key so a rerun comes back after the run
      * it replaces.
       SCAN-GROUP-HISTORY.
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS = "35"
               DISPLAY "GROUP-FORECAST: EXTRACT.DAT not found -- run "
                   "the statistics job to build it"
               GOBACK
           END-IF
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "GROUP-FORECAST: unable to open EXTRACT.DAT, "
                   "status " EXTRACT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-GROUP-KEY
               ON ASCENDING KEY SORT-RUN-DATE
               ON ASCENDING KEY SORT-RUN-CYCLE
               ON ASCENDING KEY SORT-ORIG-SEQ
               INPUT PROCEDURE IS RELEASE-EXTRACT-RUNS
               OUTPUT PROCEDURE IS RETURN-GROUP-RUNS
           CLOSE EXTRACT-FILE
           IF GROUPS-CHECKED = 0
               DISPLAY "GROUP-FORECAST: EXTRACT.DAT holds no group "
                   "runs, nothing to project"
           END-IF.

      * Records written before cycles were kept have a blank cycle,
      * which is cycle 1.
       RELEASE-EXTRACT-RUNS.
           MOVE 0 TO EXTRACT-SEQ
           PERFORM UNTIL EXTRACT-FILE-STATUS = "10"
               READ EXTRACT-FILE
                   AT END
                       MOVE "10" TO EXTRACT-FILE-STATUS
                   NOT AT END
                       ADD 1 TO EXTRACT-SEQ
                       MOVE EXT-CYCLE TO RECORD-CYCLE
                       IF RECORD-CYCLE = SPACE
                           MOVE "1" TO RECORD-CYCLE
                       END-IF
                       IF EXT-REC-TYPE = "G"
                           AND EXT-RUN-DATE <= RUN-DATE-NUM
                           AND (CYCLE-CHOICE = SPACE
                               OR RECORD-CYCLE = CYCLE-CHOICE)
                           MOVE EXT-GROUP-KEY TO SORT-GROUP-KEY
                           MOVE EXT-RUN-DATE TO SORT-RUN-DATE
                           MOVE RECORD-CYCLE TO SORT-RUN-CYCLE
                           MOVE EXTRACT-SEQ TO SORT-ORIG-SEQ
                           MOVE EXT-MEAN TO SORT-MEAN
                           MOVE EXT-STD-DEV TO SORT-STD-DEV
                           IF EXT-VALUE-COUNT IS NUMERIC
                               MOVE EXT-VALUE-COUNT
                                   TO SORT-VALUE-COUNT
                           ELSE
                               MOVE 0 TO SORT-VALUE-COUNT
                           END-IF
                           RELEASE SORT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      * Each run is held until the next one is returned: a second
      * record for the same group, date and cycle is a rerun and
      * replaces the held one.
       RETURN-GROUP-RUNS.
           MOVE "N" TO HELD-PRESENT
           MOVE "N" TO SORT-RETURN-DONE
           PERFORM UNTIL SORT-RETURN-DONE = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO SORT-RETURN-DONE
                   NOT AT END
                       IF HELD-PRESENT = "Y"
                           AND (SORT-GROUP-KEY NOT = HELD-GROUP-KEY
                               OR SORT-RUN-DATE NOT = HELD-RUN-DATE
                               OR SORT-RUN-CYCLE NOT = HELD-RUN-CYCLE)
                           PERFORM TAKE-HELD-RUN
                       END-IF
                       MOVE SORT-WORK-RECORD TO HELD-RUN
                       MOVE "Y" TO HELD-PRESENT
               END-RETURN
           END-PERFORM
           IF HELD-PRESENT = "Y"
               PERFORM TAKE-HELD-RUN
           END-IF
           IF GROUP-ACTIVE = "Y"
               PERFORM FORECAST-ONE-GROUP
           END-IF.

       TAKE-HELD-RUN.
           IF GROUP-ACTIVE = "Y"
               AND HELD-GROUP-KEY NOT = CURRENT-GROUP-KEY
               PERFORM FORECAST-ONE-GROUP
               MOVE 0 TO RUN-COUNT
           END-IF
           MOVE HELD-GROUP-KEY TO CURRENT-GROUP-KEY
           MOVE "Y" TO GROUP-ACTIVE
           PERFORM ADD-GROUP-RUN.

      * Runs come in group, date and cycle order, so the cycles of a
      * date arrive together and are folded into one run:
      * the mean weighted by each cycle's value count, the standard
      * deviation from the pooled sums of squares.
       ADD-GROUP-RUN.
           IF HELD-VALUE-COUNT IS NUMERIC AND HELD-VALUE-COUNT > 0
               MOVE HELD-VALUE-COUNT TO ROW-WEIGHT
           ELSE
               MOVE 1 TO ROW-WEIGHT
           END-IF
           IF RUN-COUNT > 0
               AND RUN-TBL-DATE(RUN-COUNT) = HELD-RUN-DATE
               PERFORM FOLD-GROUP-RUN
           ELSE
               IF RUN-COUNT >= RUN-TABLE-MAX
                   PERFORM SHIFT-GROUP-RUN-TABLE
               ELSE
                   ADD 1 TO RUN-COUNT
               END-IF
               MOVE HELD-RUN-DATE TO RUN-TBL-DATE(RUN-COUNT)
               MOVE HELD-MEAN TO RUN-TBL-MEAN(RUN-COUNT)
               MOVE HELD-STD-DEV TO RUN-TBL-SD(RUN-COUNT)
               MOVE ROW-WEIGHT TO RUN-TBL-WEIGHT(RUN-COUNT)
               COMPUTE RUN-TBL-SUM(RUN-COUNT) = ROW-WEIGHT * HELD-MEAN
               COMPUTE RUN-TBL-SUM-SQ(RUN-COUNT) = ROW-WEIGHT
                   * (HELD-STD-DEV * HELD-STD-DEV
                   + HELD-MEAN * HELD-MEAN)
           END-IF.

       FOLD-GROUP-RUN.
           ADD ROW-WEIGHT TO RUN-TBL-WEIGHT(RUN-COUNT)
           COMPUTE RUN-TBL-SUM(RUN-COUNT) =
               RUN-TBL-SUM(RUN-COUNT) + ROW-WEIGHT * HELD-MEAN
           COMPUTE RUN-TBL-SUM-SQ(RUN-COUNT) =
               RUN-TBL-SUM-SQ(RUN-COUNT) + ROW-WEIGHT
               * (HELD-STD-DEV * HELD-STD-DEV
               + HELD-MEAN * HELD-MEAN)
           COMPUTE RUN-TBL-MEAN(RUN-COUNT) ROUNDED =
               RUN-TBL-SUM(RUN-COUNT) / RUN-TBL-WEIGHT(RUN-COUNT)
           COMPUTE POOLED-AVERAGE =
               RUN-TBL-SUM(RUN-COUNT) / RUN-TBL-WEIGHT(RUN-COUNT)
           IF RUN-TBL-SUM-SQ(RUN-COUNT) / RUN-TBL-WEIGHT(RUN-COUNT)
               > POOLED-AVERAGE * POOLED-AVERAGE
               COMPUTE POOLED-VARIANCE =
                   RUN-TBL-SUM-SQ(RUN-COUNT)
                   / RUN-TBL-WEIGHT(RUN-COUNT)
                   - POOLED-AVERAGE * POOLED-AVERAGE
           ELSE
               MOVE 0 TO POOLED-VARIANCE
           END-IF
           COMPUTE RUN-TBL-SD(RUN-COUNT) ROUNDED =
               FUNCTION SQRT(POOLED-VARIANCE).

      * Only the latest FIT-RUNS runs are fitted, so drop the oldest
      * when the table is full and keep the newest run last.
       SHIFT-GROUP-RUN-TABLE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RUN-TABLE-MAX - 1
               MOVE GROUP-RUN-ENTRY(I + 1) TO GROUP-RUN-ENTRY(I)
           END-PERFORM.

       FORECAST-ONE-GROUP.
           ADD 1 TO GROUPS-CHECKED
           IF RUN-COUNT = 0
               CONTINUE
           ELSE
               MOVE RUN-TBL-MEAN(RUN-COUNT) TO CURR-MEAN
               MOVE RUN-TBL-SD(RUN-COUNT) TO CURR-SD
               IF RUN-COUNT < MIN-RUNS
                   ADD 1 TO GROUPS-TOO-NEW
                   PERFORM PRINT-NEW-GROUP-LINE
               ELSE
                   ADD 1 TO GROUPS-PROJECTED
                   PERFORM SET-GROUP-LIMITS
                   PERFORM FIT-GROUP-TRENDS
                   PERFORM PROJECT-GROUP-HORIZON
                   IF MEAN-BREACH-DATE > 0 OR SD-BREACH-DATE > 0
                       ADD 1 TO GROUPS-TO-BREACH
                   END-IF
                   PERFORM PRINT-FORECAST-LINES
               END-IF
           END-IF.

      * The mean limits are the control limits GROUP-MONITOR applies:
      * the fitted runs' average mean plus or minus the sigma limit
      * times their spread.  The std dev limits are the percentage
      * tolerance EXCP-REPORT applies, taken around the latest run.
       SET-GROUP-LIMITS.
           MOVE SIGMA-LIMIT TO GROUP-SIGMA-LIMIT
           MOVE SD-PCT-LIMIT TO GROUP-SD-LIMIT
           MOVE SPACE TO OWN-LIMIT-FLAG
           IF GRPREF-PRESENT = "Y"
               MOVE CURRENT-GROUP-KEY TO GR-GROUP-KEY
               READ GRPREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GR-SIGMA-LIMIT > 0
                           MOVE GR-SIGMA-LIMIT TO GROUP-SIGMA-LIMIT
                           MOVE "*" TO OWN-LIMIT-FLAG
                       END-IF
                       IF GR-SD-PCT-LIMIT > 0
                           MOVE GR-SD-PCT-LIMIT TO GROUP-SD-LIMIT
                           MOVE "*" TO OWN-LIMIT-FLAG
                       END-IF
               END-READ
           END-IF.

       FIT-GROUP-TRENDS.
           COMPUTE FIRST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-TBL-DATE(1))
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               COMPUTE FIT-X(I) =
                   FUNCTION INTEGER-OF-DATE(RUN-TBL-DATE(I))
                   - FIRST-DAY-NUMBER
               MOVE RUN-TBL-MEAN(I) TO FIT-Y(I)
           END-PERFORM
           PERFORM FIT-TREND
           MOVE MEAN-Y TO MEAN-LEVEL
           MOVE FIT-SLOPE TO MEAN-SLOPE
           MOVE FIT-PCT TO MEAN-FIT-PCT
           MOVE MEAN-X TO MEAN-X-SAVE
           COMPUTE LIMIT-WORK =
               MEAN-Y - (GROUP-SIGMA-LIMIT * FIT-SPREAD)
           IF LIMIT-WORK < 0
               MOVE 0 TO MEAN-LOW-LIMIT
           ELSE
               MOVE LIMIT-WORK TO MEAN-LOW-LIMIT
           END-IF
           COMPUTE MEAN-HIGH-LIMIT =
               MEAN-Y + (GROUP-SIGMA-LIMIT * FIT-SPREAD)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               MOVE RUN-TBL-SD(I) TO FIT-Y(I)
           END-PERFORM
           PERFORM FIT-TREND
           MOVE MEAN-Y TO SD-LEVEL
           MOVE FIT-SLOPE TO SD-SLOPE
           MOVE FIT-PCT TO SD-FIT-PCT
           COMPUTE LIMIT-WORK =
               CURR-SD - (CURR-SD * GROUP-SD-LIMIT / 100)
           IF LIMIT-WORK < 0
               MOVE 0 TO SD-LOW-LIMIT
           ELSE
               MOVE LIMIT-WORK TO SD-LOW-LIMIT
           END-IF
           COMPUTE SD-HIGH-LIMIT ROUNDED =
               CURR-SD + (CURR-SD * GROUP-SD-LIMIT / 100).

      * Least-squares straight line through FIT-X / FIT-Y.  FIT-PCT
      * is R-squared as a percentage: how much of the run-to-run
      * movement the trend explains.  A series that never moves is a
      * perfect fit.  FIT-SPREAD is the population std dev of FIT-Y.
       FIT-TREND.
           MOVE 0 TO SUM-X
           MOVE 0 TO SUM-Y
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               ADD FIT-X(I) TO SUM-X
               ADD FIT-Y(I) TO SUM-Y
           END-PERFORM
           COMPUTE MEAN-X ROUNDED = SUM-X / RUN-COUNT
           COMPUTE MEAN-Y ROUNDED = SUM-Y / RUN-COUNT
           MOVE 0 TO SUM-XX
           MOVE 0 TO SUM-XY
           MOVE 0 TO SUM-YY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               COMPUTE DIFF-X = FIT-X(I) - MEAN-X
               COMPUTE DIFF-Y = FIT-Y(I) - MEAN-Y
               COMPUTE SUM-XX = SUM-XX + (DIFF-X * DIFF-X)
               COMPUTE SUM-XY = SUM-XY + (DIFF-X * DIFF-Y)
               COMPUTE SUM-YY = SUM-YY + (DIFF-Y * DIFF-Y)
           END-PERFORM
           IF SUM-XX = 0
               MOVE 0 TO FIT-SLOPE
           ELSE
               COMPUTE FIT-SLOPE ROUNDED = SUM-XY / SUM-XX
           END-IF
           IF SUM-YY = 0
               MOVE 100 TO FIT-PCT
           ELSE
               COMPUTE FIT-WORK ROUNDED =
                   100 * FIT-SLOPE * SUM-XY / SUM-YY
               IF FIT-WORK > 100
                   MOVE 100 TO FIT-PCT
               ELSE
                   IF FIT-WORK < 0
                       MOVE 0 TO FIT-PCT
                   ELSE
                       MOVE FIT-WORK TO FIT-PCT
                   END-IF
               END-IF
           END-IF
           COMPUTE FIT-SPREAD ROUNDED =
               FUNCTION SQRT(SUM-YY / RUN-COUNT).

      * Walk the horizon a business day at a time, write each day's
      * projection to FORECAST.DAT and keep the first day each
      * projection falls outside its limits.
       PROJECT-GROUP-HORIZON.
           MOVE 0 TO MEAN-BREACH-DATE
           MOVE SPACES TO MEAN-BREACH-DIR
           MOVE 0 TO SD-BREACH-DATE
           MOVE SPACES TO SD-BREACH-DIR
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > HORIZON-COUNT
               COMPUTE PROJ-X =
                   HZN-DAY-NUMBER(H) - FIRST-DAY-NUMBER
               COMPUTE PROJ-VALUE ROUNDED =
                   MEAN-LEVEL + MEAN-SLOPE * (PROJ-X - MEAN-X-SAVE)
               IF PROJ-VALUE < 0
                   MOVE 0 TO PROJ-MEAN
               ELSE
                   MOVE PROJ-VALUE TO PROJ-MEAN
               END-IF
               COMPUTE PROJ-VALUE ROUNDED =
                   SD-LEVEL + SD-SLOPE * (PROJ-X - MEAN-X-SAVE)
               IF PROJ-VALUE < 0
                   MOVE 0 TO PROJ-SD
               ELSE
                   MOVE PROJ-VALUE TO PROJ-SD
               END-IF
               MOVE SPACE TO MEAN-FLAG
               IF PROJ-MEAN < MEAN-LOW-LIMIT
                   MOVE "L" TO MEAN-FLAG
               END-IF
               IF PROJ-MEAN > MEAN-HIGH-LIMIT
                   MOVE "H" TO MEAN-FLAG
               END-IF
               MOVE SPACE TO SD-FLAG
               IF PROJ-SD < SD-LOW-LIMIT
                   MOVE "L" TO SD-FLAG
               END-IF
               IF PROJ-SD > SD-HIGH-LIMIT
                   MOVE "H" TO SD-FLAG
               END-IF
               IF MEAN-FLAG NOT = SPACE AND MEAN-BREACH-DATE = 0
                   MOVE HZN-DATE(H) TO MEAN-BREACH-DATE
                   IF MEAN-FLAG = "H"
                       MOVE "HIGH" TO MEAN-BREACH-DIR
                   ELSE
                       MOVE "LOW " TO MEAN-BREACH-DIR
                   END-IF
               END-IF
               IF SD-FLAG NOT = SPACE AND SD-BREACH-DATE = 0
                   MOVE HZN-DATE(H) TO SD-BREACH-DATE
                   IF SD-FLAG = "H"
                       MOVE "HIGH" TO SD-BREACH-DIR
                   ELSE
                       MOVE "LOW " TO SD-BREACH-DIR
                   END-IF
               END-IF
               PERFORM WRITE-FORECAST-RECORD
           END-PERFORM.

       WRITE-FORECAST-RECORD.
           MOVE CURRENT-GROUP-KEY TO FC-GROUP-KEY
           MOVE RUN-DATE-NUM TO FC-BASE-DATE
           MOVE H TO FC-DAY-NUMBER
           MOVE HZN-DATE(H) TO FC-PROJ-DATE
           MOVE PROJ-MEAN TO FC-PROJ-MEAN
           MOVE MEAN-LOW-LIMIT TO FC-MEAN-LOW
           MOVE MEAN-HIGH-LIMIT TO FC-MEAN-HIGH
           MOVE MEAN-FLAG TO FC-MEAN-FLAG
           MOVE PROJ-SD TO FC-PROJ-SD
           MOVE SD-LOW-LIMIT TO FC-SD-LOW
           MOVE SD-HIGH-LIMIT TO FC-SD-HIGH
           MOVE SD-FLAG TO FC-SD-FLAG
           MOVE MEAN-FIT-PCT TO FC-MEAN-FIT
           MOVE SD-FIT-PCT TO FC-SD-FIT
           MOVE RUN-COUNT TO FC-RUNS-FITTED
           WRITE FORECAST-RECORD
           IF FORECAST-FILE-STATUS NOT = "00"
               DISPLAY "GROUP-FORECAST: unable to write FORECAST.DAT, "
                   "status " FORECAST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO FORECAST-ROWS.

      * Two lines per group: the mean, then the std dev, each with
      * the latest run, the projection at the end of the horizon, the
      * limits, the fit, and the first business day outside them.
       PRINT-FORECAST-LINES.
           MOVE "MEAN" TO STAT-TEXT
           MOVE CURR-MEAN TO VALUE-EDIT
           MOVE VALUE-EDIT TO CURR-TEXT
           MOVE PROJ-MEAN TO VALUE-EDIT
           MOVE VALUE-EDIT TO PROJ-TEXT
           MOVE MEAN-LOW-LIMIT TO VALUE-EDIT
           MOVE VALUE-EDIT TO LOW-TEXT
           MOVE MEAN-HIGH-LIMIT TO VALUE-EDIT
           MOVE VALUE-EDIT TO HIGH-TEXT
           MOVE MEAN-FIT-PCT TO FIT-PCT
           MOVE MEAN-BREACH-DATE TO BREACH-DATE-WORK
           MOVE MEAN-BREACH-DIR TO BREACH-DIR-WORK
           PERFORM PRINT-ONE-FORECAST-LINE
           MOVE "SD  " TO STAT-TEXT
           MOVE CURR-SD TO VALUE-EDIT
           MOVE VALUE-EDIT TO CURR-TEXT
           MOVE PROJ-SD TO VALUE-EDIT
           MOVE VALUE-EDIT TO PROJ-TEXT
           MOVE SD-LOW-LIMIT TO VALUE-EDIT
           MOVE VALUE-EDIT TO LOW-TEXT
           MOVE SD-HIGH-LIMIT TO VALUE-EDIT
           MOVE VALUE-EDIT TO HIGH-TEXT
           MOVE SD-FIT-PCT TO FIT-PCT
           MOVE SD-BREACH-DATE TO BREACH-DATE-WORK
           MOVE SD-BREACH-DIR TO BREACH-DIR-WORK
           PERFORM PRINT-ONE-FORECAST-LINE.

       PRINT-ONE-FORECAST-LINE.
           IF BREACH-DATE-WORK = 0
               MOVE SPACES TO BREACH-DATE-TEXT
           ELSE
               MOVE BREACH-DATE-WORK TO BREACH-DATE-DISPLAY
               MOVE BREACH-DATE-DISPLAY TO BREACH-DATE-TEXT
           END-IF
           MOVE SPACES TO FCST-LINE-TEXT
           IF STAT-TEXT = "MEAN"
               STRING CURRENT-GROUP-KEY " " RUN-COUNT " "
                   DELIMITED BY SIZE INTO FCST-LINE-TEXT
           END-IF
           MOVE STAT-TEXT TO FCST-LINE-TEXT(10:4)
           STRING CURR-TEXT " " PROJ-TEXT " " LOW-TEXT " "
               HIGH-TEXT " " FIT-PCT OWN-LIMIT-FLAG " "
               BREACH-DATE-TEXT " " BREACH-DIR-WORK
               DELIMITED BY SIZE INTO FCST-LINE-TEXT(14:67)
           PERFORM WRITE-FCST-LINE.

       PRINT-NEW-GROUP-LINE.
           MOVE CURR-MEAN TO VALUE-EDIT
           MOVE VALUE-EDIT TO CURR-TEXT
           MOVE SPACES TO FCST-LINE-TEXT
           STRING CURRENT-GROUP-KEY " " RUN-COUNT " MEAN"
               CURR-TEXT "  under " MIN-RUNS " runs, not projected"
               DELIMITED BY SIZE INTO FCST-LINE-TEXT
           PERFORM WRITE-FCST-LINE.

       OPEN-FCST-FILES.
           OPEN OUTPUT FCST-REPORT-FILE
           IF FCST-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "GROUP-FORECAST: unable to open FORECAST.PRT, "
                   "status " FCST-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FORECAST-FILE
           IF FORECAST-FILE-STATUS NOT = "00"
               DISPLAY "GROUP-FORECAST: unable to open FORECAST.DAT, "
                   "status " FORECAST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "00"
               MOVE "Y" TO GRPREF-PRESENT
           ELSE
               MOVE "N" TO GRPREF-PRESENT
               DISPLAY "GROUP-FORECAST: GRPREF.DAT not available, "
                   "status " GRPREF-FILE-STATUS
                   ", default limits used"
           END-IF
           PERFORM WRITE-FCST-HEADER.

       WRITE-FCST-HEADER.
           ADD 1 TO FCST-PAGE-COUNT
           MOVE ZERO TO FCST-LINE-COUNT
           MOVE SPACES TO FCST-REPORT-RECORD
           STRING "GROUP-FORECAST PROJECTED CONTROL LIMIT REPORT"
               DELIMITED BY SIZE INTO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           MOVE SPACES TO FCST-REPORT-RECORD
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Page: " FCST-PAGE-COUNT
               DELIMITED BY SIZE INTO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           MOVE SPACES TO FCST-REPORT-RECORD
           STRING "Horizon " HORIZON-COUNT " business days to "
               HORIZON-END-DISPLAY ", latest " FIT-RUNS
               " runs fitted, minimum " MIN-RUNS
               DELIMITED BY SIZE INTO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           MOVE SPACES TO FCST-REPORT-RECORD
           STRING "Limits: mean " SIGMA-LIMIT " sigma of fitted "
               "runs, std dev " SD-PCT-LIMIT " pct of latest"
               " (* = own)"
               DELIMITED BY SIZE INTO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           MOVE SPACES TO FCST-REPORT-RECORD
           IF CYCLE-CHOICE = SPACE
               STRING "Cycles: all cycles of each date combined"
                   DELIMITED BY SIZE INTO FCST-REPORT-RECORD
           ELSE
               STRING "Cycle: " CYCLE-CHOICE " only"
                   DELIMITED BY SIZE INTO FCST-REPORT-RECORD
           END-IF
           WRITE FCST-REPORT-RECORD
           MOVE SPACES TO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           MOVE SPACES TO FCST-REPORT-RECORD
           STRING "Key  Run Stat    Latest  Projected  Low limit "
               "High limit Fit  Breach on  Dir"
               DELIMITED BY SIZE INTO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           MOVE SPACES TO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           ADD 8 TO FCST-LINE-COUNT.

       PRINT-FCST-TOTALS.
           MOVE SPACES TO FCST-LINE-TEXT
           PERFORM WRITE-FCST-LINE
           MOVE SPACES TO FCST-LINE-TEXT
           STRING "Groups checked:           " GROUPS-CHECKED
               DELIMITED BY SIZE INTO FCST-LINE-TEXT
           PERFORM WRITE-FCST-LINE
           MOVE SPACES TO FCST-LINE-TEXT
           STRING "Groups projected:         " GROUPS-PROJECTED
               DELIMITED BY SIZE INTO FCST-LINE-TEXT
           PERFORM WRITE-FCST-LINE
           MOVE SPACES TO FCST-LINE-TEXT
           STRING "Groups to breach:         " GROUPS-TO-BREACH
               DELIMITED BY SIZE INTO FCST-LINE-TEXT
           PERFORM WRITE-FCST-LINE
           MOVE SPACES TO FCST-LINE-TEXT
           STRING "Groups with short history:" GROUPS-TOO-NEW
               DELIMITED BY SIZE INTO FCST-LINE-TEXT
           PERFORM WRITE-FCST-LINE
           MOVE SPACES TO FCST-LINE-TEXT
           STRING "Rows written to FORECAST.DAT: " FORECAST-ROWS
               DELIMITED BY SIZE INTO FCST-LINE-TEXT
           PERFORM WRITE-FCST-LINE
           DISPLAY "GROUP-FORECAST: " GROUPS-PROJECTED " groups "
               "projected, " GROUPS-TO-BREACH " projected to breach "
               "within " HORIZON-COUNT " business days".

       WRITE-FCST-LINE.
           IF FCST-LINE-COUNT >= FCST-LINES-PER-PAGE
               PERFORM WRITE-FCST-HEADER
           END-IF
           MOVE FCST-LINE-TEXT TO FCST-REPORT-RECORD
           WRITE FCST-REPORT-RECORD
           IF FCST-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "GROUP-FORECAST: unable to write FORECAST.PRT, "
                   "status " FCST-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO FCST-LINE-COUNT.

       CLOSE-FCST-FILES.
           CLOSE FCST-REPORT-FILE
           CLOSE FORECAST-FILE
           IF GRPREF-PRESENT = "Y"
               CLOSE GRPREF-FILE
           END-IF.
