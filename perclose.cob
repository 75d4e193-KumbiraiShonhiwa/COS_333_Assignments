       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT PERSUMM-FILE ASSIGN TO "PERSUMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-SUMM-KEY
               FILE STATUS IS PERSUMM-FILE-STATUS.
           SELECT PERIOD-REPORT-FILE ASSIGN TO "PERIOD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-REPORT-FILE-STATUS.
           SELECT PERCTL-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERCTL-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

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

      * One row per group per closed period.  The period type is M for
      * a month (period id YYYYMM) or Q for a quarter (period id
      * YYYY0Q).  The row with a blank group key marks the period as
      * closed; its run count holds the number of groups rolled.
       FD  PERSUMM-FILE.
           01 PERSUMM-RECORD.
               05 PS-SUMM-KEY.
                   10 PS-PERIOD-TYPE PIC X(1).
                   10 PS-PERIOD-ID PIC 9(6).
                   10 PS-GROUP-KEY PIC X(4).
               05 PS-PERIOD-START PIC 9(8).
               05 PS-PERIOD-END PIC 9(8).
               05 PS-RUN-COUNT PIC 9(5).
               05 PS-AVG-MEAN PIC 9(7)V99.
               05 PS-LOW-SMALLEST PIC 9(5).
               05 PS-HIGH-LARGEST PIC 9(5).
               05 PS-AVG-STD-DEV PIC 9(7)V9999.
               05 PS-CLOSE-DATE PIC 9(8).
               05 PS-CLOSE-TIME PIC 9(6).

       FD  PERIOD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PERIOD-REPORT-RECORD PIC X(80).

       FD  PERCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PERCTL-RECORD PIC X(80).

       FD  PROCDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PROCDATE-RECORD PIC X(80).

       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 CALENDAR-RECORD.
               05 CAL-DATE-TEXT PIC X(8).
               05 CAL-FILLER PIC X(1).
               05 CAL-DAY-TYPE PIC X(1).
               05 CAL-TRAILING PIC X(70).

       WORKING-STORAGE SECTION.
           01 EXTRACT-FILE-STATUS PIC X(2) VALUE "00".
           01 PERSUMM-FILE-STATUS PIC X(2) VALUE "00".
           01 PERIOD-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 PERCTL-FILE-STATUS PIC X(2) VALUE "00".
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 CALENDAR-FILE-STATUS PIC X(2) VALUE "00".
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
           01 PROC-DATE-SET PIC X(1) VALUE "N".
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
               05 RUN-YEAR PIC 9(4).
               05 RUN-MONTH PIC 9(2).
               05 RUN-DAY PIC 9(2).
           01 RUN-TIME-NUM PIC 9(6).
           01 RUN-DATE-DISPLAY PIC 9(4)/99/99.
           01 RUN-TIME-DISPLAY PIC 99/99/99.
           01 PERIOD-LINE-TEXT PIC X(80).
           01 PERIOD-LINE-COUNT PIC 9(3) VALUE 0.
           01 PERIOD-PAGE-COUNT PIC 9(4) VALUE 0.
           01 PERIOD-LINES-PER-PAGE PIC 9(3) VALUE 55.
           01 CTL-KEYWORD PIC X(20) VALUE SPACES.
           01 CTL-OPERAND-1 PIC X(40) VALUE SPACES.
           01 FORCE-RECLOSE PIC X(1) VALUE "N".
           01 CAL-DATE-NUM PIC 9(8) VALUE 0.
           01 CAL-DATE-PARTS REDEFINES CAL-DATE-NUM.
               05 CAL-YEAR PIC 9(4).
               05 CAL-MONTH PIC 9(2).
               05 CAL-DAY PIC 9(2).
           01 QTR-NUMBER PIC 9(1) VALUE 0.
           01 QTR-FIRST-MONTH PIC 9(2) VALUE 0.
           01 QTR-LAST-MONTH PIC 9(2) VALUE 0.
           01 MONTH-FIRST-BDAY PIC 9(8) VALUE 0.
           01 MONTH-LAST-BDAY PIC 9(8) VALUE 0.
           01 MONTH-BDAY-COUNT PIC 9(3) VALUE 0.
           01 QTR-FIRST-BDAY PIC 9(8) VALUE 0.
           01 QTR-LAST-BDAY PIC 9(8) VALUE 0.
           01 QTR-BDAY-COUNT PIC 9(3) VALUE 0.
           01 CLOSE-PERIOD-TYPE PIC X(1) VALUE SPACE.
           01 CLOSE-PERIOD-ID PIC 9(6) VALUE 0.
           01 CLOSE-PERIOD-PARTS REDEFINES CLOSE-PERIOD-ID.
               05 CLOSE-PERIOD-YEAR PIC 9(4).
               05 CLOSE-PERIOD-NUMBER PIC 9(2).
           01 CLOSE-PERIOD-FROM PIC 9(8) VALUE 0.
           01 CLOSE-PERIOD-TO PIC 9(8) VALUE 0.
           01 CLOSE-FIRST-BDAY PIC 9(8) VALUE 0.
           01 CLOSE-LAST-BDAY PIC 9(8) VALUE 0.
           01 CLOSE-BDAY-COUNT PIC 9(3) VALUE 0.
           01 CLOSE-ALLOWED PIC X(1) VALUE "N".
           01 PRIOR-YEAR-ID PIC 9(6) VALUE 0.
           01 PRIOR-YEAR-PARTS REDEFINES PRIOR-YEAR-ID.
               05 PRIOR-YEAR-YEAR PIC 9(4).
               05 PRIOR-YEAR-NUMBER PIC 9(2).
           01 QTR-MONTH-FROM-ID PIC 9(6) VALUE 0.
           01 QTR-MONTH-TO-ID PIC 9(6) VALUE 0.
           01 MONTHS-ON-FILE PIC 9(1) VALUE 0.
           01 PERIOD-LABEL PIC X(16) VALUE SPACES.
           01 PRIOR-YEAR-LABEL PIC X(16) VALUE SPACES.
           01 SCAN-DONE PIC X(1) VALUE "N".
           01 PER-TABLE-MAX PIC 9(3) VALUE 500.
           01 PER-GROUP-COUNT PIC 9(3) VALUE 0.
           01 GROUPS-DROPPED PIC 9(5) VALUE 0.
           01 PER-GROUP-TABLE.
               05 PER-GROUP-ENTRY OCCURS 500 TIMES.
                   10 PER-GROUP-KEY PIC X(4).
                   10 PER-RUN-COUNT PIC 9(5).
                   10 PER-SUM-MEAN PIC 9(12)V99.
                   10 PER-LOW-SMALLEST PIC 9(5).
                   10 PER-HIGH-LARGEST PIC 9(5).
                   10 PER-SUM-STD-DEV PIC 9(12)V9999.
      * The run each group last had in the month is held here until
      * a run for another date or cycle arrives, so that a rerun of
      * the same date and cycle replaces it rather than adding to it.
           01 PEND-GROUP-COUNT PIC 9(3) VALUE 0.
           01 PEND-GROUP-TABLE.
               05 PEND-GROUP-ENTRY OCCURS 500 TIMES.
                   10 PEND-GROUP-KEY PIC X(4).
                   10 PEND-RUN-DATE PIC 9(8).
                   10 PEND-RUN-CYCLE PIC X(1).
                   10 PEND-MEAN PIC 9(7)V99.
                   10 PEND-SMALLEST PIC 9(5).
                   10 PEND-LARGEST PIC 9(5).
                   10 PEND-STD-DEV PIC 9(7)V9999.
           01 PEND-INDEX PIC 9(3) VALUE 0.
           01 PEND-FOUND PIC X(1) VALUE "N".
           01 EXTRACT-CYCLE PIC X(1) VALUE SPACE.
           01 PER-INDEX PIC 9(3) VALUE 0.
           01 PER-FOUND PIC X(1) VALUE "N".
           01 INSERT-AT PIC 9(3) VALUE 0.
           01 I PIC 9(3).
           01 ADD-GROUP-KEY PIC X(4) VALUE SPACES.
           01 ADD-RUN-COUNT PIC 9(5) VALUE 0.
           01 ADD-MEAN PIC 9(7)V99 VALUE 0.
           01 ADD-SMALLEST PIC 9(5) VALUE 0.
           01 ADD-LARGEST PIC 9(5) VALUE 0.
           01 ADD-STD-DEV PIC 9(7)V9999 VALUE 0.
           01 CURR-AVG-MEAN PIC 9(7)V99 VALUE 0.
           01 CURR-AVG-STD-DEV PIC 9(7)V9999 VALUE 0.
           01 PRIOR-FOUND PIC X(1) VALUE "N".
           01 PRIOR-AVG-MEAN PIC 9(7)V99 VALUE 0.
           01 PRIOR-AVG-STD-DEV PIC 9(7)V9999 VALUE 0.
           01 DELTA-AMOUNT PIC S9(8)V9999 VALUE 0.
           01 CHANGE-PCT PIC S9(5)V9 VALUE 0.
           01 CHANGE-BASE PIC 9(7)V9999 VALUE 0.
           01 RUNS-EDIT PIC ZZZZ9.
           01 MEAN-EDIT PIC ZZZZZ9.99.
           01 SD-EDIT PIC ZZZZ9.9999.
           01 CHANGE-PCT-DISPLAY PIC -ZZZ9.9.
           01 CURR-MEAN-TEXT PIC X(9) VALUE SPACES.
           01 CURR-SD-TEXT PIC X(10) VALUE SPACES.
           01 PRIOR-MEAN-TEXT PIC X(9) VALUE SPACES.
           01 MEAN-CHG-TEXT PIC X(7) VALUE SPACES.
           01 SD-CHG-TEXT PIC X(7) VALUE SPACES.
           01 SHORT-RUN-FLAG PIC X(1) VALUE SPACE.
           01 BDAY-DISPLAY PIC 9(4)/99/99.
           01 BDAY-END-DISPLAY PIC 9(4)/99/99.
           01 PRIOR-CLOSE-DISPLAY PIC 9(4)/99/99.
           01 PERIODS-CLOSED PIC 9(1) VALUE 0.
           01 PERIODS-RECLOSED PIC 9(1) VALUE 0.
           01 PERIODS-REFUSED PIC 9(1) VALUE 0.
           01 SUMMARY-ROWS-WRITTEN PIC 9(5) VALUE 0.
           01 SUMMARY-ROWS-DELETED PIC 9(5) VALUE 0.
           01 RUNS-ROLLED PIC 9(7) VALUE 0.
           01 CLOSE-ERRORS PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CLOSE.
           PERFORM READ-PERIOD-CONTROL.
           PERFORM FIND-PERIOD-BOUNDARIES.
           PERFORM OPEN-PERIOD-FILES.
           PERFORM CLOSE-MONTH-PERIOD.
           IF QTR-LAST-BDAY = RUN-DATE-NUM
               PERFORM CLOSE-QUARTER-PERIOD
           END-IF
           PERFORM PRINT-CLOSE-TOTALS.
           PERFORM CLOSE-PERIOD-FILES.
           IF CLOSE-ERRORS = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF PERIODS-REFUSED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       INITIALIZE-CLOSE.
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
                   DISPLAY "PERIOD-CLOSE: unable to open "
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
               DISPLAY "PERIOD-CLOSE: processing date set to "
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
                       DISPLAY "PERIOD-CLOSE: PROCDATE.DAT date "
                           "invalid, wall-clock date kept"
                   END-IF
               ELSE
                   DISPLAY "PERIOD-CLOSE: PROCDATE.DAT card "
                       "unknown, ignored: " PROCDATE-RECORD(1:40)
               END-IF
           END-IF.

      * PERCTL.DAT is optional.  Its one card, FORCE, lets a period
      * that is already on PERSUMM.DAT be closed again: the earlier
      * rows for that period are removed and rebuilt.
       READ-PERIOD-CONTROL.
           OPEN INPUT PERCTL-FILE
           IF PERCTL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF PERCTL-FILE-STATUS NOT = "00"
                   DISPLAY "PERIOD-CLOSE: unable to open PERCTL.DAT, "
                       "status " PERCTL-FILE-STATUS
                       ", closed periods will not be reclosed"
               ELSE
                   PERFORM UNTIL PERCTL-FILE-STATUS = "10"
                       READ PERCTL-FILE
                           AT END
                               MOVE "10" TO PERCTL-FILE-STATUS
                           NOT AT END
                               PERFORM PROCESS-PERIOD-CONTROL-CARD
                       END-READ
                   END-PERFORM
                   CLOSE PERCTL-FILE
               END-IF
           END-IF.

       PROCESS-PERIOD-CONTROL-CARD.
           IF PERCTL-RECORD = SPACES OR PERCTL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-OPERAND-1
               UNSTRING PERCTL-RECORD DELIMITED BY ALL " "
                   INTO CTL-KEYWORD CTL-OPERAND-1
               END-UNSTRING
               IF CTL-KEYWORD = "FORCE"
                   MOVE "Y" TO FORCE-RECLOSE
                   DISPLAY "PERIOD-CLOSE: FORCE card present, a "
                       "closed period will be closed again"
               ELSE
                   DISPLAY "PERIOD-CLOSE: PERCTL.DAT card unknown, "
                       "ignored: " PERCTL-RECORD(1:40)
               END-IF
           END-IF.

      * The month and quarter of the processing date are bounded by
      * their first and last business days on CALENDAR.DAT.  A close
      * only runs on the last business day of the month; the quarter
      * closes as well when that day also ends the quarter.
       FIND-PERIOD-BOUNDARIES.
           COMPUTE QTR-NUMBER = (RUN-MONTH - 1) / 3 + 1
           COMPUTE QTR-FIRST-MONTH = (QTR-NUMBER - 1) * 3 + 1
           COMPUTE QTR-LAST-MONTH = QTR-FIRST-MONTH + 2
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: unable to open CALENDAR.DAT, "
                   "status " CALENDAR-FILE-STATUS
                   ", period end cannot be confirmed"
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
                           PERFORM NOTE-BUSINESS-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF MONTH-LAST-BDAY NOT = RUN-DATE-NUM
               IF MONTH-LAST-BDAY = 0
                   DISPLAY "PERIOD-CLOSE: CALENDAR.DAT has no "
                       "business days for " RUN-YEAR "/" RUN-MONTH
                       ", nothing closed"
               ELSE
                   DISPLAY "PERIOD-CLOSE: processing date "
                       RUN-DATE-NUM " is not the last business day "
                       "of the month (" MONTH-LAST-BDAY
                       "), nothing closed"
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       NOTE-BUSINESS-DAY.
           IF CAL-YEAR = RUN-YEAR AND CAL-MONTH = RUN-MONTH
               ADD 1 TO MONTH-BDAY-COUNT
               IF MONTH-FIRST-BDAY = 0
                   OR CAL-DATE-NUM < MONTH-FIRST-BDAY
                   MOVE CAL-DATE-NUM TO MONTH-FIRST-BDAY
               END-IF
               IF CAL-DATE-NUM > MONTH-LAST-BDAY
                   MOVE CAL-DATE-NUM TO MONTH-LAST-BDAY
               END-IF
           END-IF
           IF CAL-YEAR = RUN-YEAR
               AND CAL-MONTH >= QTR-FIRST-MONTH
               AND CAL-MONTH <= QTR-LAST-MONTH
               ADD 1 TO QTR-BDAY-COUNT
               IF QTR-FIRST-BDAY = 0
                   OR CAL-DATE-NUM < QTR-FIRST-BDAY
                   MOVE CAL-DATE-NUM TO QTR-FIRST-BDAY
               END-IF
               IF CAL-DATE-NUM > QTR-LAST-BDAY
                   MOVE CAL-DATE-NUM TO QTR-LAST-BDAY
               END-IF
           END-IF.

       OPEN-PERIOD-FILES.
           OPEN I-O PERSUMM-FILE
           IF PERSUMM-FILE-STATUS = "35"
               OPEN OUTPUT PERSUMM-FILE
               IF PERSUMM-FILE-STATUS NOT = "00"
                   DISPLAY "PERIOD-CLOSE: unable to create "
                       "PERSUMM.DAT, status " PERSUMM-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE PERSUMM-FILE
               OPEN I-O PERSUMM-FILE
           END-IF
           IF PERSUMM-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: unable to open PERSUMM.DAT, "
                   "status " PERSUMM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PERIOD-REPORT-FILE
           IF PERIOD-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: unable to open PERIOD.PRT, "
                   "status " PERIOD-REPORT-FILE-STATUS
               CLOSE PERSUMM-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-PERIOD-HEADER.

       CLOSE-MONTH-PERIOD.
           MOVE "M" TO CLOSE-PERIOD-TYPE
           MOVE RUN-YEAR TO CLOSE-PERIOD-YEAR
           MOVE RUN-MONTH TO CLOSE-PERIOD-NUMBER
           COMPUTE CLOSE-PERIOD-FROM = RUN-YEAR * 10000
               + RUN-MONTH * 100 + 1
           COMPUTE CLOSE-PERIOD-TO = RUN-YEAR * 10000
               + RUN-MONTH * 100 + 31
           MOVE MONTH-FIRST-BDAY TO CLOSE-FIRST-BDAY
           MOVE MONTH-LAST-BDAY TO CLOSE-LAST-BDAY
           MOVE MONTH-BDAY-COUNT TO CLOSE-BDAY-COUNT
           MOVE SPACES TO PERIOD-LABEL
           STRING "Month " RUN-YEAR "/" RUN-MONTH
               DELIMITED BY SIZE INTO PERIOD-LABEL
           COMPUTE PRIOR-YEAR-ID = CLOSE-PERIOD-ID - 100
           MOVE SPACES TO PRIOR-YEAR-LABEL
           STRING "Month " PRIOR-YEAR-YEAR "/" PRIOR-YEAR-NUMBER
               DELIMITED BY SIZE INTO PRIOR-YEAR-LABEL
           PERFORM PRINT-PERIOD-TITLE
           PERFORM CHECK-PERIOD-CLOSED
           IF CLOSE-ALLOWED = "Y"
               MOVE 0 TO PER-GROUP-COUNT
               PERFORM ROLL-EXTRACT-RUNS
               PERFORM WRITE-PERIOD-SUMMARY
           END-IF.

      * The quarter is rolled from its three month rows, so that it
      * agrees with the months already closed.  Month averages are
      * weighted by their run counts.
       CLOSE-QUARTER-PERIOD.
           MOVE "Q" TO CLOSE-PERIOD-TYPE
           MOVE RUN-YEAR TO CLOSE-PERIOD-YEAR
           MOVE QTR-NUMBER TO CLOSE-PERIOD-NUMBER
           MOVE QTR-FIRST-BDAY TO CLOSE-FIRST-BDAY
           MOVE QTR-LAST-BDAY TO CLOSE-LAST-BDAY
           MOVE QTR-BDAY-COUNT TO CLOSE-BDAY-COUNT
           MOVE SPACES TO PERIOD-LABEL
           STRING "Quarter " RUN-YEAR " Q" QTR-NUMBER
               DELIMITED BY SIZE INTO PERIOD-LABEL
           COMPUTE PRIOR-YEAR-ID = CLOSE-PERIOD-ID - 100
           MOVE SPACES TO PRIOR-YEAR-LABEL
           STRING "Quarter " PRIOR-YEAR-YEAR " Q" QTR-NUMBER
               DELIMITED BY SIZE INTO PRIOR-YEAR-LABEL
           PERFORM PRINT-PERIOD-TITLE
           PERFORM CHECK-PERIOD-CLOSED
           IF CLOSE-ALLOWED = "Y"
               MOVE 0 TO PER-GROUP-COUNT
               PERFORM ROLL-MONTH-SUMMARIES
               PERFORM WRITE-PERIOD-SUMMARY
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE "Y" TO CLOSE-ALLOWED
           MOVE CLOSE-PERIOD-TYPE TO PS-PERIOD-TYPE
           MOVE CLOSE-PERIOD-ID TO PS-PERIOD-ID
           MOVE SPACES TO PS-GROUP-KEY
           READ PERSUMM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PS-CLOSE-DATE TO PRIOR-CLOSE-DISPLAY
                   IF FORCE-RECLOSE = "Y"
                       MOVE SPACES TO PERIOD-LINE-TEXT
                       STRING "  Closed before on "
                           PRIOR-CLOSE-DISPLAY
                           ", closed again under FORCE"
                           DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
                       PERFORM WRITE-PERIOD-LINE
                       ADD 1 TO PERIODS-RECLOSED
                       PERFORM DELETE-PERIOD-ROWS
                   ELSE
                       MOVE SPACES TO PERIOD-LINE-TEXT
                       STRING "  ALREADY CLOSED on "
                           PRIOR-CLOSE-DISPLAY
                           ", not closed again (FORCE not given)"
                           DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
                       PERFORM WRITE-PERIOD-LINE
                       MOVE SPACES TO PERIOD-LINE-TEXT
                       PERFORM WRITE-PERIOD-LINE
                       DISPLAY "PERIOD-CLOSE: " PERIOD-LABEL
                           " already closed, FORCE not given"
                       ADD 1 TO PERIODS-REFUSED
                       MOVE "N" TO CLOSE-ALLOWED
                   END-IF
           END-READ.

       DELETE-PERIOD-ROWS.
           MOVE CLOSE-PERIOD-TYPE TO PS-PERIOD-TYPE
           MOVE CLOSE-PERIOD-ID TO PS-PERIOD-ID
           MOVE LOW-VALUES TO PS-GROUP-KEY
           START PERSUMM-FILE KEY IS NOT LESS THAN PS-SUMM-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE
               NOT INVALID KEY
                   MOVE "N" TO SCAN-DONE
           END-START
           PERFORM UNTIL SCAN-DONE = "Y"
               READ PERSUMM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-DONE
                   NOT AT END
                       IF PS-PERIOD-TYPE NOT = CLOSE-PERIOD-TYPE
                           OR PS-PERIOD-ID NOT = CLOSE-PERIOD-ID
                           MOVE "Y" TO SCAN-DONE
                       ELSE
                           DELETE PERSUMM-FILE RECORD
                               INVALID KEY
                                   DISPLAY "PERIOD-CLOSE: unable to "
                                       "delete PERSUMM.DAT row, "
                                       "status " PERSUMM-FILE-STATUS
                                   MOVE "Y" TO CLOSE-ERRORS
                               NOT INVALID KEY
                                   ADD 1 TO SUMMARY-ROWS-DELETED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      * The month is rolled from the G records on EXTRACT.DAT, which
      * keeps every run, rather than from GRPHIST.DAT, which FIND-STATS
      * trims to HIST-KEEP-RUNS runs per group.  Records written before
      * cycles were kept have a blank cycle, which is cycle 1.
       ROLL-EXTRACT-RUNS.
           MOVE 0 TO PEND-GROUP-COUNT
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS = "35"
               DISPLAY "PERIOD-CLOSE: EXTRACT.DAT not present, "
                   "period holds no runs"
           ELSE
               IF EXTRACT-FILE-STATUS NOT = "00"
                   DISPLAY "PERIOD-CLOSE: unable to open EXTRACT.DAT, "
                       "status " EXTRACT-FILE-STATUS
                   MOVE "Y" TO CLOSE-ERRORS
               ELSE
                   PERFORM UNTIL EXTRACT-FILE-STATUS = "10"
                       READ EXTRACT-FILE
                           AT END
                               MOVE "10" TO EXTRACT-FILE-STATUS
                           NOT AT END
                               IF EXT-REC-TYPE = "G"
                                   AND EXT-RUN-DATE >= CLOSE-PERIOD-FROM
                                   AND EXT-RUN-DATE <= CLOSE-PERIOD-TO
                                   PERFORM NOTE-EXTRACT-RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACT-FILE
                   PERFORM VARYING PEND-INDEX FROM 1 BY 1
                           UNTIL PEND-INDEX > PEND-GROUP-COUNT
                       PERFORM ADD-PENDING-RUN
                   END-PERFORM
               END-IF
           END-IF.

      * Each processing cycle of a date is a run of its own in the
      * period figures.  A second record for the same date and cycle
      * is a rerun and replaces the first.
       NOTE-EXTRACT-RUN.
           MOVE EXT-CYCLE TO EXTRACT-CYCLE
           IF EXTRACT-CYCLE = SPACE
               MOVE "1" TO EXTRACT-CYCLE
           END-IF
           MOVE "N" TO PEND-FOUND
           PERFORM VARYING PEND-INDEX FROM 1 BY 1
                   UNTIL PEND-INDEX > PEND-GROUP-COUNT
                   OR PEND-FOUND = "Y"
               IF PEND-GROUP-KEY(PEND-INDEX) = EXT-GROUP-KEY
                   MOVE "Y" TO PEND-FOUND
               END-IF
           END-PERFORM
           IF PEND-FOUND = "Y"
               SUBTRACT 1 FROM PEND-INDEX
               IF EXT-RUN-DATE NOT = PEND-RUN-DATE(PEND-INDEX)
                   OR EXTRACT-CYCLE NOT = PEND-RUN-CYCLE(PEND-INDEX)
                   PERFORM ADD-PENDING-RUN
               END-IF
           ELSE
               IF PEND-GROUP-COUNT >= PER-TABLE-MAX
                   ADD 1 TO GROUPS-DROPPED
               ELSE
                   ADD 1 TO PEND-GROUP-COUNT
                   MOVE PEND-GROUP-COUNT TO PEND-INDEX
                   MOVE EXT-GROUP-KEY TO PEND-GROUP-KEY(PEND-INDEX)
                   MOVE "Y" TO PEND-FOUND
               END-IF
           END-IF
           IF PEND-FOUND = "Y"
               MOVE EXT-RUN-DATE TO PEND-RUN-DATE(PEND-INDEX)
               MOVE EXTRACT-CYCLE TO PEND-RUN-CYCLE(PEND-INDEX)
               MOVE EXT-MEAN TO PEND-MEAN(PEND-INDEX)
               MOVE EXT-SMALLEST TO PEND-SMALLEST(PEND-INDEX)
               MOVE EXT-LARGEST TO PEND-LARGEST(PEND-INDEX)
               MOVE EXT-STD-DEV TO PEND-STD-DEV(PEND-INDEX)
           END-IF.

       ADD-PENDING-RUN.
           MOVE PEND-GROUP-KEY(PEND-INDEX) TO ADD-GROUP-KEY
           MOVE 1 TO ADD-RUN-COUNT
           MOVE PEND-MEAN(PEND-INDEX) TO ADD-MEAN
           MOVE PEND-SMALLEST(PEND-INDEX) TO ADD-SMALLEST
           MOVE PEND-LARGEST(PEND-INDEX) TO ADD-LARGEST
           MOVE PEND-STD-DEV(PEND-INDEX) TO ADD-STD-DEV
           PERFORM ADD-TO-PERIOD-GROUP.

       ROLL-MONTH-SUMMARIES.
           MOVE 0 TO MONTHS-ON-FILE
           COMPUTE QTR-MONTH-FROM-ID = RUN-YEAR * 100 + QTR-FIRST-MONTH
           COMPUTE QTR-MONTH-TO-ID = RUN-YEAR * 100 + QTR-LAST-MONTH
           MOVE "M" TO PS-PERIOD-TYPE
           MOVE QTR-MONTH-FROM-ID TO PS-PERIOD-ID
           MOVE LOW-VALUES TO PS-GROUP-KEY
           START PERSUMM-FILE KEY IS NOT LESS THAN PS-SUMM-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE
               NOT INVALID KEY
                   MOVE "N" TO SCAN-DONE
           END-START
           PERFORM UNTIL SCAN-DONE = "Y"
               READ PERSUMM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-DONE
                   NOT AT END
                       IF PS-PERIOD-TYPE NOT = "M"
                           OR PS-PERIOD-ID > QTR-MONTH-TO-ID
                           MOVE "Y" TO SCAN-DONE
                       ELSE
                           PERFORM ADD-MONTH-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF MONTHS-ON-FILE < 3
               MOVE SPACES TO PERIOD-LINE-TEXT
               STRING "  Note: only " MONTHS-ON-FILE
                   " of the quarter's 3 months are closed on "
                   "PERSUMM.DAT"
                   DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
               PERFORM WRITE-PERIOD-LINE
           END-IF.

       ADD-MONTH-ROW.
           IF PS-GROUP-KEY = SPACES
               ADD 1 TO MONTHS-ON-FILE
           ELSE
               MOVE PS-GROUP-KEY TO ADD-GROUP-KEY
               MOVE PS-RUN-COUNT TO ADD-RUN-COUNT
               MOVE PS-AVG-MEAN TO ADD-MEAN
               MOVE PS-LOW-SMALLEST TO ADD-SMALLEST
               MOVE PS-HIGH-LARGEST TO ADD-LARGEST
               MOVE PS-AVG-STD-DEV TO ADD-STD-DEV
               PERFORM ADD-TO-PERIOD-GROUP
           END-IF.

      * The group table is kept in key order so the summary rows and
      * the report come out by group.
       ADD-TO-PERIOD-GROUP.
           MOVE "N" TO PER-FOUND
           MOVE 0 TO INSERT-AT
           PERFORM VARYING PER-INDEX FROM 1 BY 1
                   UNTIL PER-INDEX > PER-GROUP-COUNT
                   OR PER-FOUND = "Y" OR INSERT-AT > 0
               IF PER-GROUP-KEY(PER-INDEX) = ADD-GROUP-KEY
                   MOVE "Y" TO PER-FOUND
                   MOVE PER-INDEX TO I
               ELSE
                   IF PER-GROUP-KEY(PER-INDEX) > ADD-GROUP-KEY
                       MOVE PER-INDEX TO INSERT-AT
                   END-IF
               END-IF
           END-PERFORM
           IF PER-FOUND = "N"
               IF PER-GROUP-COUNT >= PER-TABLE-MAX
                   ADD 1 TO GROUPS-DROPPED
               ELSE
                   IF INSERT-AT = 0
                       COMPUTE INSERT-AT = PER-GROUP-COUNT + 1
                   ELSE
                       PERFORM VARYING I FROM PER-GROUP-COUNT BY -1
                               UNTIL I < INSERT-AT
                           MOVE PER-GROUP-ENTRY(I)
                               TO PER-GROUP-ENTRY(I + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO PER-GROUP-COUNT
                   MOVE INSERT-AT TO I
                   MOVE ADD-GROUP-KEY TO PER-GROUP-KEY(I)
                   MOVE 0 TO PER-RUN-COUNT(I)
                   MOVE 0 TO PER-SUM-MEAN(I)
                   MOVE 0 TO PER-SUM-STD-DEV(I)
                   MOVE ADD-SMALLEST TO PER-LOW-SMALLEST(I)
                   MOVE ADD-LARGEST TO PER-HIGH-LARGEST(I)
                   MOVE "Y" TO PER-FOUND
               END-IF
           END-IF
           IF PER-FOUND = "Y"
               ADD ADD-RUN-COUNT TO PER-RUN-COUNT(I)
               COMPUTE PER-SUM-MEAN(I) = PER-SUM-MEAN(I)
                   + (ADD-MEAN * ADD-RUN-COUNT)
               COMPUTE PER-SUM-STD-DEV(I) = PER-SUM-STD-DEV(I)
                   + (ADD-STD-DEV * ADD-RUN-COUNT)
               IF ADD-SMALLEST < PER-LOW-SMALLEST(I)
                   MOVE ADD-SMALLEST TO PER-LOW-SMALLEST(I)
               END-IF
               IF ADD-LARGEST > PER-HIGH-LARGEST(I)
                   MOVE ADD-LARGEST TO PER-HIGH-LARGEST(I)
               END-IF
           END-IF.

       WRITE-PERIOD-SUMMARY.
           IF GROUPS-DROPPED > 0
               DISPLAY "PERIOD-CLOSE: group table full, "
                   GROUPS-DROPPED " rows not rolled for "
                   PERIOD-LABEL
               MOVE "Y" TO CLOSE-ERRORS
               MOVE 0 TO GROUPS-DROPPED
           END-IF
           PERFORM PRINT-PERIOD-COLUMNS
           IF PER-GROUP-COUNT = 0
               MOVE SPACES TO PERIOD-LINE-TEXT
               STRING "  No group runs in this period"
                   DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
               PERFORM WRITE-PERIOD-LINE
           END-IF
           PERFORM VARYING PER-INDEX FROM 1 BY 1
                   UNTIL PER-INDEX > PER-GROUP-COUNT
               PERFORM WRITE-ONE-GROUP-SUMMARY
               PERFORM PRINT-ONE-GROUP-SUMMARY
           END-PERFORM
           MOVE CLOSE-PERIOD-TYPE TO PS-PERIOD-TYPE
           MOVE CLOSE-PERIOD-ID TO PS-PERIOD-ID
           MOVE SPACES TO PS-GROUP-KEY
           MOVE CLOSE-FIRST-BDAY TO PS-PERIOD-START
           MOVE CLOSE-LAST-BDAY TO PS-PERIOD-END
           MOVE PER-GROUP-COUNT TO PS-RUN-COUNT
           MOVE 0 TO PS-AVG-MEAN
           MOVE 0 TO PS-LOW-SMALLEST
           MOVE 0 TO PS-HIGH-LARGEST
           MOVE 0 TO PS-AVG-STD-DEV
           MOVE RUN-DATE-NUM TO PS-CLOSE-DATE
           MOVE RUN-TIME-NUM TO PS-CLOSE-TIME
           PERFORM WRITE-SUMMARY-ROW
           ADD 1 TO PERIODS-CLOSED
           MOVE SPACES TO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "  " PERIOD-LABEL " closed, " PER-GROUP-COUNT
               " groups rolled"
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           DISPLAY "PERIOD-CLOSE: " PERIOD-LABEL " closed, "
               PER-GROUP-COUNT " groups rolled".

       WRITE-ONE-GROUP-SUMMARY.
           IF PER-RUN-COUNT(PER-INDEX) = 0
               MOVE 0 TO CURR-AVG-MEAN
               MOVE 0 TO CURR-AVG-STD-DEV
           ELSE
               COMPUTE CURR-AVG-MEAN ROUNDED =
                   PER-SUM-MEAN(PER-INDEX) / PER-RUN-COUNT(PER-INDEX)
               COMPUTE CURR-AVG-STD-DEV ROUNDED =
                   PER-SUM-STD-DEV(PER-INDEX)
                   / PER-RUN-COUNT(PER-INDEX)
           END-IF
           MOVE CLOSE-PERIOD-TYPE TO PS-PERIOD-TYPE
           MOVE CLOSE-PERIOD-ID TO PS-PERIOD-ID
           MOVE PER-GROUP-KEY(PER-INDEX) TO PS-GROUP-KEY
           MOVE CLOSE-FIRST-BDAY TO PS-PERIOD-START
           MOVE CLOSE-LAST-BDAY TO PS-PERIOD-END
           MOVE PER-RUN-COUNT(PER-INDEX) TO PS-RUN-COUNT
           MOVE CURR-AVG-MEAN TO PS-AVG-MEAN
           MOVE PER-LOW-SMALLEST(PER-INDEX) TO PS-LOW-SMALLEST
           MOVE PER-HIGH-LARGEST(PER-INDEX) TO PS-HIGH-LARGEST
           MOVE CURR-AVG-STD-DEV TO PS-AVG-STD-DEV
           MOVE RUN-DATE-NUM TO PS-CLOSE-DATE
           MOVE RUN-TIME-NUM TO PS-CLOSE-TIME
           PERFORM WRITE-SUMMARY-ROW
           ADD PER-RUN-COUNT(PER-INDEX) TO RUNS-ROLLED.

       WRITE-SUMMARY-ROW.
           WRITE PERSUMM-RECORD
               INVALID KEY
                   DISPLAY "PERIOD-CLOSE: unable to write PERSUMM.DAT "
                       "row " PS-SUMM-KEY ", status "
                       PERSUMM-FILE-STATUS
                   MOVE "Y" TO CLOSE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO SUMMARY-ROWS-WRITTEN
           END-WRITE.

      * The comparison row is the same group's row for the same
      * period one year earlier; a group with no such row shows n/a.
       PRINT-ONE-GROUP-SUMMARY.
           MOVE "N" TO PRIOR-FOUND
           MOVE CLOSE-PERIOD-TYPE TO PS-PERIOD-TYPE
           MOVE PRIOR-YEAR-ID TO PS-PERIOD-ID
           MOVE PER-GROUP-KEY(PER-INDEX) TO PS-GROUP-KEY
           READ PERSUMM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PRIOR-FOUND
                   MOVE PS-AVG-MEAN TO PRIOR-AVG-MEAN
                   MOVE PS-AVG-STD-DEV TO PRIOR-AVG-STD-DEV
           END-READ
           MOVE PER-RUN-COUNT(PER-INDEX) TO RUNS-EDIT
           MOVE CURR-AVG-MEAN TO MEAN-EDIT
           MOVE MEAN-EDIT TO CURR-MEAN-TEXT
           MOVE CURR-AVG-STD-DEV TO SD-EDIT
           MOVE SD-EDIT TO CURR-SD-TEXT
           IF PRIOR-FOUND = "Y"
               MOVE PRIOR-AVG-MEAN TO MEAN-EDIT
               MOVE MEAN-EDIT TO PRIOR-MEAN-TEXT
               COMPUTE DELTA-AMOUNT = CURR-AVG-MEAN - PRIOR-AVG-MEAN
               MOVE PRIOR-AVG-MEAN TO CHANGE-BASE
               PERFORM COMPUTE-CHANGE-PCT
               MOVE CHANGE-PCT-DISPLAY TO MEAN-CHG-TEXT
               COMPUTE DELTA-AMOUNT =
                   CURR-AVG-STD-DEV - PRIOR-AVG-STD-DEV
               MOVE PRIOR-AVG-STD-DEV TO CHANGE-BASE
               PERFORM COMPUTE-CHANGE-PCT
               MOVE CHANGE-PCT-DISPLAY TO SD-CHG-TEXT
           ELSE
               MOVE "      n/a" TO PRIOR-MEAN-TEXT
               MOVE SPACES TO MEAN-CHG-TEXT
               MOVE SPACES TO SD-CHG-TEXT
           END-IF
           IF PER-RUN-COUNT(PER-INDEX) < CLOSE-BDAY-COUNT
               AND CLOSE-PERIOD-TYPE = "M"
               MOVE "<" TO SHORT-RUN-FLAG
           ELSE
               MOVE SPACE TO SHORT-RUN-FLAG
           END-IF
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING PER-GROUP-KEY(PER-INDEX) "  " RUNS-EDIT "  "
               CURR-MEAN-TEXT "  " PER-LOW-SMALLEST(PER-INDEX) "   "
               PER-HIGH-LARGEST(PER-INDEX) "  " CURR-SD-TEXT "  "
               PRIOR-MEAN-TEXT "  " MEAN-CHG-TEXT " " SD-CHG-TEXT
               " " SHORT-RUN-FLAG
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE.

       COMPUTE-CHANGE-PCT.
           IF CHANGE-BASE = 0
               IF DELTA-AMOUNT = 0
                   MOVE 0 TO CHANGE-PCT
               ELSE
                   MOVE 9999.9 TO CHANGE-PCT
               END-IF
           ELSE
               COMPUTE CHANGE-PCT ROUNDED =
                   (DELTA-AMOUNT * 100) / CHANGE-BASE
                   ON SIZE ERROR
                       IF DELTA-AMOUNT < 0
                           MOVE -9999.9 TO CHANGE-PCT
                       ELSE
                           MOVE 9999.9 TO CHANGE-PCT
                       END-IF
               END-COMPUTE
           END-IF
           MOVE CHANGE-PCT TO CHANGE-PCT-DISPLAY.

       PRINT-PERIOD-TITLE.
           MOVE CLOSE-FIRST-BDAY TO BDAY-DISPLAY
           MOVE CLOSE-LAST-BDAY TO BDAY-END-DISPLAY
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING PERIOD-LABEL "  business days " CLOSE-BDAY-COUNT
               "  " BDAY-DISPLAY " to " BDAY-END-DISPLAY
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE.

       PRINT-PERIOD-COLUMNS.
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "  Compared with " PRIOR-YEAR-LABEL
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           IF CLOSE-PERIOD-TYPE = "M"
               MOVE SPACES TO PERIOD-LINE-TEXT
               STRING "  < = fewer runs on EXTRACT.DAT than business "
                   "days in the month"
                   DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
               PERFORM WRITE-PERIOD-LINE
           END-IF
           MOVE SPACES TO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "Key    Runs   Avg mean Low sm High lg      Avg sd"
               "    LY mean    Mean%     Sd%"
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE.

       PRINT-CLOSE-TOTALS.
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "Periods closed:          " PERIODS-CLOSED
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "Periods closed again:    " PERIODS-RECLOSED
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "Periods refused:         " PERIODS-REFUSED
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "Summary rows written:    " SUMMARY-ROWS-WRITTEN
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "Summary rows replaced:   " SUMMARY-ROWS-DELETED
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO PERIOD-LINE-TEXT
           STRING "Runs rolled:             " RUNS-ROLLED
               DELIMITED BY SIZE INTO PERIOD-LINE-TEXT
           PERFORM WRITE-PERIOD-LINE.

       WRITE-PERIOD-HEADER.
           ADD 1 TO PERIOD-PAGE-COUNT
           MOVE ZERO TO PERIOD-LINE-COUNT
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "PERIOD-CLOSE PERIOD SUMMARY REPORT"
               DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Page: " PERIOD-PAGE-COUNT
               DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           ADD 3 TO PERIOD-LINE-COUNT.

       WRITE-PERIOD-LINE.
           IF PERIOD-LINE-COUNT >= PERIOD-LINES-PER-PAGE
               PERFORM WRITE-PERIOD-HEADER
           END-IF
           MOVE PERIOD-LINE-TEXT TO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           IF PERIOD-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: unable to write PERIOD.PRT, "
                   "status " PERIOD-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO PERIOD-LINE-COUNT.

       CLOSE-PERIOD-FILES.
           CLOSE PERIOD-REPORT-FILE
           CLOSE PERSUMM-FILE.
