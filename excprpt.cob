           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  EXCP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
           01 PROCDATE-RECORD PIC X(80).

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
           01 EXTRACT-FILE-STATUS PIC X(2) VALUE "00".
           01 EXCP-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 CTL-NUMBER PIC 9(5) VALUE 0.
           01 MEAN-PCT-LIMIT PIC 9(3) VALUE 10.
           01 SD-PCT-LIMIT PIC 9(3) VALUE 10.
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-PRESENT PIC X(1) VALUE "N".
           01 GROUP-MEAN-LIMIT PIC 9(3) VALUE 0.
           01 GROUP-SD-LIMIT PIC 9(3) VALUE 0.
           01 OWN-TOLERANCE-FLAG PIC X(1) VALUE SPACE.
           01 OWN-TOLERANCE-COUNT PIC 9(3) VALUE 0.
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
           01 PROC-DATE-SET PIC X(1) VALUE "N".
           01 LATEST-G-DATE PIC 9(8) VALUE 0.
           01 LATEST-G-DISPLAY PIC 9(4)/99/99.
           01 PRIOR-G-DATE PIC 9(8) VALUE 0.
           01 CYCLE-CHOICE PIC X(1) VALUE SPACE.
           01 RECORD-CYCLE PIC X(1) VALUE SPACE.
           01 CYCLE-INDEX PIC 9(2) VALUE 0.
           01 CYCLES-COMBINED PIC 9(1) VALUE 0.
           01 COMBINED-COUNT PIC 9(11) VALUE 0.
           01 COMBINED-SUM PIC 9(20)V9(4) VALUE 0.
           01 COMBINED-SUM-SQ PIC 9(26)V9(4) VALUE 0.
           01 COMBINED-AVERAGE PIC 9(7)V9(6) VALUE 0.
           01 COMBINED-VARIANCE PIC 9(14)V9(4) VALUE 0.
           01 COMBINED-MEAN PIC 9(7)V99 VALUE 0.
           01 COMBINED-SD PIC 9(7)V9999 VALUE 0.
           01 KEY-TABLE-MAX PIC 9(3) VALUE 500.
           01 KEY-COUNT PIC 9(3) VALUE 0.
           01 KEYS-DROPPED PIC 9(5) VALUE 0.
           01 GROUP-KEY-TABLE.
               05 GROUP-KEY-ENTRY OCCURS 500 TIMES.
                   10 KEY-GROUP PIC X(4).
                   10 KEY-LAST-DATE PIC 9(8).
                   10 KEY-CYCLE-ENTRY OCCURS 9 TIMES.
                       15 KEY-CYC-SEEN PIC X(1).
                       15 KEY-CYC-COUNT PIC 9(9).
                       15 KEY-CYC-MEAN PIC 9(7)V99.
                       15 KEY-CYC-SD PIC 9(7)V9999.
                   10 KEY-PREV-DATE PIC 9(8).
                   10 KEY-PREV-MEAN PIC 9(7)V99.
                   10 KEY-PREV-SD PIC 9(7)V9999.
                           DISPLAY "EXCP-REPORT: EXCPCTL.DAT "
                               "SD-PCT invalid, default kept"
                       END-IF
      * CYCLE n compares one processing cycle with the same cycle on
      * its previous date; CYCLE ALL, the default, compares each
      * day's combined figures.
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
                               DISPLAY "EXCP-REPORT: EXCPCTL.DAT "
                                   "CYCLE invalid, all cycles "
                                   "combined"
                               MOVE SPACE TO CYCLE-CHOICE
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "EXCP-REPORT: EXCPCTL.DAT card "
                           "unknown, ignored: " EXCPCTL-RECORD(1:40)
                       MOVE "10" TO EXTRACT-FILE-STATUS
                   NOT AT END
                       IF EXT-REC-TYPE = "G"
                           MOVE EXT-CYCLE TO RECORD-CYCLE
                           IF RECORD-CYCLE = SPACE
                               MOVE "1" TO RECORD-CYCLE
                           END-IF
                           IF CYCLE-CHOICE = SPACE
                               OR RECORD-CYCLE = CYCLE-CHOICE
                               PERFORM RECORD-GROUP-EXTRACT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               DISPLAY "EXCP-REPORT: group key table full, "
                   KEYS-DROPPED " extract records not compared"
           END-IF
           IF LATEST-G-DATE = 0
               IF CYCLE-CHOICE = SPACE
                   DISPLAY "EXCP-REPORT: EXTRACT.DAT holds no group "
                       "records, nothing to compare"
               ELSE
                   DISPLAY "EXCP-REPORT: EXTRACT.DAT holds no group "
                       "records for cycle " CYCLE-CHOICE
                       ", nothing to compare"
               END-IF
               GOBACK
           END-IF.

                   ADD 1 TO KEY-COUNT
                   MOVE KEY-COUNT TO KEY-INDEX
                   MOVE EXT-GROUP-KEY TO KEY-GROUP(KEY-INDEX)
                   MOVE 0 TO KEY-LAST-DATE(KEY-INDEX)
                   MOVE 0 TO KEY-PREV-DATE(KEY-INDEX)
                   PERFORM CLEAR-KEY-CYCLES
                   MOVE "Y" TO KEY-USABLE
               END-IF
           END-IF
           IF KEY-USABLE = "Y"
               IF KEY-LAST-DATE(KEY-INDEX) > 0
                   AND KEY-LAST-DATE(KEY-INDEX) NOT = EXT-RUN-DATE
                   PERFORM COMBINE-KEY-CYCLES
                   MOVE KEY-LAST-DATE(KEY-INDEX)
                       TO KEY-PREV-DATE(KEY-INDEX)
                   MOVE COMBINED-MEAN TO KEY-PREV-MEAN(KEY-INDEX)
                   MOVE COMBINED-SD TO KEY-PREV-SD(KEY-INDEX)
                   PERFORM CLEAR-KEY-CYCLES
               END-IF
               MOVE EXT-RUN-DATE TO KEY-LAST-DATE(KEY-INDEX)
               PERFORM STORE-KEY-CYCLE
               IF EXT-RUN-DATE NOT = LATEST-G-DATE
                   MOVE LATEST-G-DATE TO PRIOR-G-DATE
                   MOVE EXT-RUN-DATE TO LATEST-G-DATE
               END-IF
           END-IF.

      * Each group keeps the figures of every cycle of its latest
      * date; a rerun of a cycle on the same date replaces that
      * cycle's figures.  Extract records written before cycles were
      * kept carry no value count and weigh as one value.
       CLEAR-KEY-CYCLES.
           PERFORM VARYING CYCLE-INDEX FROM 1 BY 1
                   UNTIL CYCLE-INDEX > 9
               MOVE "N" TO KEY-CYC-SEEN(KEY-INDEX, CYCLE-INDEX)
           END-PERFORM.

       STORE-KEY-CYCLE.
           MOVE RECORD-CYCLE TO CYCLE-INDEX
           MOVE "Y" TO KEY-CYC-SEEN(KEY-INDEX, CYCLE-INDEX)
           IF EXT-VALUE-COUNT IS NUMERIC AND EXT-VALUE-COUNT > 0
               MOVE EXT-VALUE-COUNT
                   TO KEY-CYC-COUNT(KEY-INDEX, CYCLE-INDEX)
           ELSE
               MOVE 1 TO KEY-CYC-COUNT(KEY-INDEX, CYCLE-INDEX)
           END-IF
           MOVE EXT-MEAN TO KEY-CYC-MEAN(KEY-INDEX, CYCLE-INDEX)
           MOVE EXT-STD-DEV TO KEY-CYC-SD(KEY-INDEX, CYCLE-INDEX).

      * The day's combined figures are those of all the cycles' values
      * taken together: the mean weighted by each cycle's value count,
      * and the standard deviation from the pooled sums of squares.
      * A single cycle is taken as it stands.
       COMBINE-KEY-CYCLES.
           MOVE 0 TO CYCLES-COMBINED
           MOVE 0 TO COMBINED-COUNT
           MOVE 0 TO COMBINED-SUM
           MOVE 0 TO COMBINED-SUM-SQ
           PERFORM VARYING CYCLE-INDEX FROM 1 BY 1
                   UNTIL CYCLE-INDEX > 9
               PERFORM ADD-KEY-CYCLE
           END-PERFORM
           IF CYCLES-COMBINED > 1
               COMPUTE COMBINED-MEAN ROUNDED =
                   COMBINED-SUM / COMBINED-COUNT
               COMPUTE COMBINED-AVERAGE =
                   COMBINED-SUM / COMBINED-COUNT
               IF COMBINED-SUM-SQ / COMBINED-COUNT >
                   COMBINED-AVERAGE * COMBINED-AVERAGE
                   COMPUTE COMBINED-VARIANCE =
                       COMBINED-SUM-SQ / COMBINED-COUNT
                       - COMBINED-AVERAGE * COMBINED-AVERAGE
               ELSE
                   MOVE 0 TO COMBINED-VARIANCE
               END-IF
               COMPUTE COMBINED-SD ROUNDED =
                   FUNCTION SQRT(COMBINED-VARIANCE)
           END-IF.

       ADD-KEY-CYCLE.
           IF KEY-CYC-SEEN(KEY-INDEX, CYCLE-INDEX) = "Y"
               ADD 1 TO CYCLES-COMBINED
               MOVE KEY-CYC-MEAN(KEY-INDEX, CYCLE-INDEX)
                   TO COMBINED-MEAN
               MOVE KEY-CYC-SD(KEY-INDEX, CYCLE-INDEX)
                   TO COMBINED-SD
               ADD KEY-CYC-COUNT(KEY-INDEX, CYCLE-INDEX)
                   TO COMBINED-COUNT
               COMPUTE COMBINED-SUM = COMBINED-SUM
                   + KEY-CYC-COUNT(KEY-INDEX, CYCLE-INDEX)
                   * KEY-CYC-MEAN(KEY-INDEX, CYCLE-INDEX)
               COMPUTE COMBINED-SUM-SQ = COMBINED-SUM-SQ
                   + KEY-CYC-COUNT(KEY-INDEX, CYCLE-INDEX)
                   * (KEY-CYC-SD(KEY-INDEX, CYCLE-INDEX)
                   * KEY-CYC-SD(KEY-INDEX, CYCLE-INDEX)
                   + KEY-CYC-MEAN(KEY-INDEX, CYCLE-INDEX)
                   * KEY-CYC-MEAN(KEY-INDEX, CYCLE-INDEX))
           END-IF.

       OPEN-EXCP-REPORT.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "00"
               MOVE "Y" TO GRPREF-PRESENT
           ELSE
               MOVE "N" TO GRPREF-PRESENT
               DISPLAY "EXCP-REPORT: GRPREF.DAT not available, status "
                   GRPREF-FILE-STATUS ", default tolerances used"
           END-IF
           PERFORM WRITE-EXCP-HEADER.

       WRITE-EXCP-HEADER.
               DELIMITED BY SIZE INTO EXCP-REPORT-RECORD
           WRITE EXCP-REPORT-RECORD
           MOVE SPACES TO EXCP-REPORT-RECORD
           STRING "Default tolerance: mean " MEAN-PCT-LIMIT
               " pct, std dev " SD-PCT-LIMIT " pct"
               "   (* = group's own)"
               DELIMITED BY SIZE INTO EXCP-REPORT-RECORD
           WRITE EXCP-REPORT-RECORD
           MOVE SPACES TO EXCP-REPORT-RECORD
           IF CYCLE-CHOICE = SPACE
               STRING "Cycles: all cycles of each date combined"
                   DELIMITED BY SIZE INTO EXCP-REPORT-RECORD
           ELSE
               STRING "Cycle: " CYCLE-CHOICE " only"
                   DELIMITED BY SIZE INTO EXCP-REPORT-RECORD
           END-IF
           WRITE EXCP-REPORT-RECORD
           MOVE SPACES TO EXCP-REPORT-RECORD
           WRITE EXCP-REPORT-RECORD
           MOVE SPACES TO EXCP-REPORT-RECORD
           STRING "Key  Status   Prior mean  Curr mean    Chg%"
           WRITE EXCP-REPORT-RECORD
           MOVE SPACES TO EXCP-REPORT-RECORD
           WRITE EXCP-REPORT-RECORD
           ADD 7 TO EXCP-LINE-COUNT.

       PRINT-EXCEPTIONS.
           IF LATEST-G-DATE NOT = RUN-DATE-NUM
           END-PERFORM.

       EVALUATE-ONE-GROUP.
           IF KEY-LAST-DATE(KEY-INDEX) = LATEST-G-DATE
               PERFORM COMBINE-KEY-CYCLES
               MOVE COMBINED-MEAN TO CURR-MEAN
               MOVE COMBINED-SD TO CURR-SD
               IF KEY-PREV-DATE(KEY-INDEX) = 0
                   MOVE "NEW" TO STATUS-TEXT
                   PERFORM PRINT-NEW-GROUP-LINE
               ELSE
                   PERFORM COMPARE-GROUP-STATS
               END-IF
           ELSE
               IF PRIOR-G-DATE > 0
                   AND KEY-LAST-DATE(KEY-INDEX) = PRIOR-G-DATE
                   PERFORM COMBINE-KEY-CYCLES
                   MOVE COMBINED-MEAN TO PRIOR-MEAN
                   MOVE COMBINED-SD TO PRIOR-SD
                   MOVE "GONE" TO STATUS-TEXT
                   PERFORM PRINT-GONE-GROUP-LINE
               END-IF
       COMPARE-GROUP-STATS.
           MOVE "N" TO MEAN-EXCEEDED
           MOVE "N" TO SD-EXCEEDED
           PERFORM SET-GROUP-TOLERANCE
           COMPUTE DELTA-AMOUNT = CURR-MEAN - PRIOR-MEAN
           MOVE GROUP-MEAN-LIMIT TO PCT-LIMIT
           PERFORM COMPUTE-DELTA-PCT
           MOVE CHANGE-PCT TO MEAN-CHG-PCT
           MOVE LIMIT-EXCEEDED TO MEAN-EXCEEDED
           COMPUTE DELTA-AMOUNT = CURR-SD - PRIOR-SD
           MOVE GROUP-SD-LIMIT TO PCT-LIMIT
           PERFORM COMPUTE-SD-DELTA-PCT
           MOVE CHANGE-PCT TO SD-CHG-PCT
           MOVE LIMIT-EXCEEDED TO SD-EXCEEDED
           IF MEAN-EXCEEDED = "Y" OR SD-EXCEEDED = "Y"
               MOVE "CHANGED" TO STATUS-TEXT
               PERFORM PRINT-CHANGED-GROUP-LINE
           END-IF
           MOVE SPACE TO OWN-TOLERANCE-FLAG.

      * A group's own tolerance on GRPREF.DAT replaces the control
      * card default; zero on the reference file means no override.
       SET-GROUP-TOLERANCE.
           MOVE MEAN-PCT-LIMIT TO GROUP-MEAN-LIMIT
           MOVE SD-PCT-LIMIT TO GROUP-SD-LIMIT
           MOVE SPACE TO OWN-TOLERANCE-FLAG
           IF GRPREF-PRESENT = "Y"
               MOVE KEY-GROUP(KEY-INDEX) TO GR-GROUP-KEY
               READ GRPREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GR-MEAN-PCT-LIMIT > 0
                           MOVE GR-MEAN-PCT-LIMIT TO GROUP-MEAN-LIMIT
                           MOVE "*" TO OWN-TOLERANCE-FLAG
                       END-IF
                       IF GR-SD-PCT-LIMIT > 0
                           MOVE GR-SD-PCT-LIMIT TO GROUP-SD-LIMIT
                           MOVE "*" TO OWN-TOLERANCE-FLAG
                       END-IF
               END-READ
           END-IF
           IF OWN-TOLERANCE-FLAG = "*"
               ADD 1 TO OWN-TOLERANCE-COUNT
           END-IF.

       COMPUTE-DELTA-PCT.
           STRING KEY-GROUP(KEY-INDEX) " " STATUS-TEXT "  "
               PRIOR-MEAN-TEXT "  " CURR-MEAN-TEXT "  "
               MEAN-CHG-TEXT "  " PRIOR-SD-TEXT "  " CURR-SD-TEXT
               "  " SD-CHG-TEXT " " OWN-TOLERANCE-FLAG
               DELIMITED BY SIZE INTO EXCP-LINE-TEXT
           PERFORM WRITE-EXCP-LINE.

               STRING "Groups listed: " EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO EXCP-LINE-TEXT
               PERFORM WRITE-EXCP-LINE
           END-IF
           IF OWN-TOLERANCE-COUNT > 0
               MOVE SPACES TO EXCP-LINE-TEXT
               STRING "Groups compared on own tolerance: "
                   OWN-TOLERANCE-COUNT
                   DELIMITED BY SIZE INTO EXCP-LINE-TEXT
               PERFORM WRITE-EXCP-LINE
           END-IF.

       WRITE-EXCP-LINE.
           ADD 1 TO EXCP-LINE-COUNT.

       CLOSE-EXCP-REPORT.
           CLOSE EXCP-REPORT-FILE
           IF GRPREF-PRESENT = "Y"
               CLOSE GRPREF-FILE
           END-IF.
