       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-SUMMARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
           SELECT STEP-REPORT-FILE ASSIGN USING STEP-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-REPORT-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.
           SELECT OPS-REPORT-FILE ASSIGN TO "OPSSUMM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 STEPLOG-RECORD.
               05 SL-DATE PIC X(8).
               05 SL-FILLER1 PIC X(1).
               05 SL-TIME PIC X(6).
               05 SL-FILLER2 PIC X(1).
               05 SL-STEP-NAME PIC X(16).
               05 SL-FILLER3 PIC X(1).
               05 SL-STATUS PIC X(8).
               05 SL-CC-LITERAL PIC X(4).
               05 SL-CC PIC X(2).
               05 SL-FILLER4 PIC X(1).
               05 SL-EVENT PIC X(24).
               05 SL-FILLER5 PIC X(8).

       FD  RUNLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RUNLOG-RECORD.
               05 LOG-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 LOG-TIME PIC 9(6).
               05 FILLER PIC X(1).
               05 LOG-SEVERITY PIC X(1).
               05 FILLER PIC X(1).
               05 LOG-MSG-NUMBER PIC X(7).
               05 FILLER PIC X(1).
               05 LOG-MSG-TEXT PIC X(54).

       FD  STEP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 STEP-REPORT-RECORD PIC X(80).

       FD  PROCDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PROCDATE-RECORD PIC X(80).

       FD  OPS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 OPS-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 STEPLOG-FILE-STATUS PIC X(2) VALUE "00".
           01 RUNLOG-FILE-STATUS PIC X(2) VALUE "00".
           01 STEP-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 OPS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 STEP-REPORT-NAME PIC X(12) VALUE SPACES.
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-TIME-NUM PIC 9(6).
           01 WALL-DATE-NUM PIC 9(8).
           01 RUN-DATE-DISPLAY PIC 9(4)/99/99.
           01 RUN-TIME-DISPLAY PIC 99/99/99.
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
           01 PROC-DATE-SET PIC X(1) VALUE "N".
           01 OPS-LINE-TEXT PIC X(80).
           01 OWN-STEP-NAME PIC X(16) VALUE "OPS-SUMMARY".
           01 UNDER-DRIVER PIC X(1) VALUE "N".
           01 STEP-TABLE-MAX PIC 9(2) VALUE 20.
           01 STEP-COUNT PIC 9(2) VALUE 0.
           01 STEP-TABLE.
               05 STEP-ENTRY OCCURS 20 TIMES.
                   10 STL-NAME PIC X(16).
                   10 STL-STATUS PIC X(8).
                   10 STL-CC PIC 9(2).
                   10 STL-LAST-CC PIC 9(2).
                   10 STL-CURRENT PIC X(1).
           01 CURRENT-STEP-COUNT PIC 9(2) VALUE 0.
           01 STEP-FOUND PIC X(1) VALUE "N".
           01 REPORT-TABLE-MAX PIC 9(1) VALUE 7.
           01 REPORT-TABLE.
               05 REPORT-ENTRY OCCURS 7 TIMES.
                   10 RPT-FILE-NAME PIC X(12).
                   10 RPT-PROGRAM PIC X(16).
                   10 RPT-PRESENT PIC X(1).
                   10 RPT-DATE PIC 9(8).
                   10 RPT-EXPECTED PIC X(1).
                   10 RPT-CURRENT PIC X(1).
           01 REPORT-DATE-TEXT PIC X(8) VALUE SPACES.
           01 REPORT-DATE-DISPLAY PIC 9(4)/99/99.
           01 STREAM-SUMMARY-LINE PIC X(60) VALUE SPACES.
           01 MERGE-RESULT PIC X(8) VALUE SPACES.
           01 MERGE-DETAIL-COUNT PIC 9(7) VALUE 0.
           01 EDIT-FILE-REJECTED PIC X(1) VALUE "N".
           01 EDIT-READ-COUNT PIC 9(5) VALUE 0.
           01 EDIT-ACCEPT-COUNT PIC 9(5) VALUE 0.
           01 EDIT-REJECT-COUNT PIC 9(5) VALUE 0.
           01 BALANCE-RESULT PIC X(14) VALUE SPACES.
           01 LOG-RUN-FOUND PIC X(1) VALUE "N".
           01 LOG-WARNING-COUNT PIC 9(5) VALUE 0.
           01 LOG-ERROR-COUNT PIC 9(5) VALUE 0.
           01 NEW-REJECT-COUNT PIC 9(5) VALUE 0.
           01 CARRIED-REJECT-COUNT PIC 9(5) VALUE 0.
           01 AGED-REJECT-COUNT PIC 9(5) VALUE 0.
           01 AWAITING-APPROVAL-COUNT PIC 9(5) VALUE 0.
           01 EXCEPTION-COUNT PIC 9(5) VALUE 0.
           01 OUT-OF-CONTROL-COUNT PIC 9(5) VALUE 0.
           01 CAUSE-TABLE-MAX PIC 9(2) VALUE 15.
           01 CAUSE-COUNT PIC 9(2) VALUE 0.
           01 CAUSES-DROPPED PIC 9(2) VALUE 0.
           01 CAUSE-TABLE.
               05 CAUSE-ENTRY OCCURS 15 TIMES.
                   10 CAUSE-LEVEL-TEXT PIC X(5).
                   10 CAUSE-LINE PIC X(60).
           01 CAUSE-LEVEL PIC 9(1) VALUE 0.
           01 CAUSE-TEXT PIC X(60) VALUE SPACES.
           01 OVERALL-LEVEL PIC 9(1) VALUE 0.
           01 OVERALL-STATUS PIC X(5) VALUE "GREEN".
           01 OVERALL-RC PIC 9(2) VALUE 0.
           01 I PIC 9(2).
           01 J PIC 9(2).
           01 R PIC 9(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SUMMARY.
           PERFORM READ-STEP-LOG.
           PERFORM READ-RUN-LOG.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REPORT-TABLE-MAX
               PERFORM READ-ONE-REPORT
           END-PERFORM
           PERFORM ASSESS-STEPS.
           PERFORM ASSESS-REPORTS.
           PERFORM ASSESS-FIGURES.
           PERFORM PRINT-OPS-SUMMARY.
           MOVE OVERALL-RC TO RETURN-CODE
           GOBACK.

       INITIALIZE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-TIME(1:8) TO RUN-DATE-NUM
           MOVE CURRENT-DATE-TIME(9:6) TO RUN-TIME-NUM
           MOVE RUN-DATE-NUM TO WALL-DATE-NUM
           PERFORM READ-PROCESS-DATE
           MOVE RUN-DATE-NUM TO RUN-DATE-DISPLAY
           MOVE RUN-TIME-NUM TO RUN-TIME-DISPLAY
           MOVE "STREAM.PRT" TO RPT-FILE-NAME(1)
           MOVE SPACES TO RPT-PROGRAM(1)
           MOVE "MERGE.PRT" TO RPT-FILE-NAME(2)
           MOVE "INPUT-MERGE" TO RPT-PROGRAM(2)
           MOVE "EDITRPT.PRT" TO RPT-FILE-NAME(3)
           MOVE "INPUT-EDIT" TO RPT-PROGRAM(3)
           MOVE "REJAGE.PRT" TO RPT-FILE-NAME(4)
           MOVE "REJECT-FIX" TO RPT-PROGRAM(4)
           MOVE "BALANCE.PRT" TO RPT-FILE-NAME(5)
           MOVE "FIND-STATS" TO RPT-PROGRAM(5)
           MOVE "EXCPRPT.PRT" TO RPT-FILE-NAME(6)
           MOVE "EXCP-REPORT" TO RPT-PROGRAM(6)
           MOVE "GRPMON.PRT" TO RPT-FILE-NAME(7)
           MOVE "GROUP-MONITOR" TO RPT-PROGRAM(7)
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REPORT-TABLE-MAX
               MOVE "N" TO RPT-PRESENT(R)
               MOVE 0 TO RPT-DATE(R)
               MOVE "N" TO RPT-EXPECTED(R)
               MOVE "N" TO RPT-CURRENT(R)
           END-PERFORM.

      * The summary is for the business processing date, so a stream
      * finishing after midnight still reports on the right day.
       READ-PROCESS-DATE.
           OPEN INPUT PROCDATE-FILE
           IF PROCDATE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF PROCDATE-FILE-STATUS NOT = "00"
                   DISPLAY "OPS-SUMMARY: unable to open "
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
               DISPLAY "OPS-SUMMARY: processing date set to "
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
                       DISPLAY "OPS-SUMMARY: PROCDATE.DAT date "
                           "invalid, wall-clock date kept"
                   END-IF
               ELSE
                   DISPLAY "OPS-SUMMARY: PROCDATE.DAT card "
                       "unknown, ignored: " PROCDATE-RECORD(1:40)
               END-IF
           END-IF.

      * STREAM.PRT is only written once the last step has ended, so
      * while this program runs as the final step the condition codes
      * come from STEPLOG.DAT.  Every stream ends with this step, so
      * an earlier ending entry for it marks the close of the previous
      * stream; only steps logged after that belong to this one.  A
      * step bypassed on a restart keeps the condition code it ended
      * with in the run being restarted.
       READ-STEP-LOG.
           OPEN INPUT STEPLOG-FILE
           IF STEPLOG-FILE-STATUS = "35"
               DISPLAY "OPS-SUMMARY: STEPLOG.DAT not present"
           ELSE
               IF STEPLOG-FILE-STATUS NOT = "00"
                   DISPLAY "OPS-SUMMARY: unable to open STEPLOG.DAT, "
                       "status " STEPLOG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL STEPLOG-FILE-STATUS = "10"
                   READ STEPLOG-FILE
                       AT END
                           MOVE "10" TO STEPLOG-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-STEP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STEPLOG-FILE
           END-IF.

       LOAD-ONE-STEP-ENTRY.
           IF SL-STEP-NAME = OWN-STEP-NAME
               IF SL-EVENT = "step started"
                   MOVE "Y" TO UNDER-DRIVER
               ELSE
                   MOVE "N" TO UNDER-DRIVER
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > STEP-COUNT
                       MOVE "N" TO STL-CURRENT(J)
                   END-PERFORM
               END-IF
           ELSE
               MOVE "N" TO STEP-FOUND
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > STEP-COUNT OR STEP-FOUND = "Y"
                   IF STL-NAME(J) = SL-STEP-NAME
                       MOVE "Y" TO STEP-FOUND
                       MOVE J TO I
                   END-IF
               END-PERFORM
               IF STEP-FOUND = "N"
                   IF STEP-COUNT < STEP-TABLE-MAX
                       ADD 1 TO STEP-COUNT
                       MOVE STEP-COUNT TO I
                       MOVE SL-STEP-NAME TO STL-NAME(I)
                       MOVE 0 TO STL-LAST-CC(I)
                       MOVE "Y" TO STEP-FOUND
                   END-IF
               END-IF
               IF STEP-FOUND = "Y"
                   PERFORM UPDATE-STEP-ENTRY
               END-IF
           END-IF.

       UPDATE-STEP-ENTRY.
           MOVE "Y" TO STL-CURRENT(I)
           MOVE SL-STATUS TO STL-STATUS(I)
           IF SL-STATUS = "BYPASSED"
               MOVE STL-LAST-CC(I) TO STL-CC(I)
           ELSE
               IF SL-CC IS NUMERIC
                   MOVE SL-CC TO STL-CC(I)
               ELSE
                   MOVE 0 TO STL-CC(I)
               END-IF
               IF SL-STATUS = "NORMAL  " OR SL-STATUS = "FAILED  "
                   MOVE STL-CC(I) TO STL-LAST-CC(I)
               END-IF
           END-IF.

      * Warning and error messages are counted from the latest
      * FIND-STATS run only, which starts at message FST0001.
       READ-RUN-LOG.
           OPEN INPUT RUNLOG-FILE
           IF RUNLOG-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF RUNLOG-FILE-STATUS NOT = "00"
                   DISPLAY "OPS-SUMMARY: unable to open RUNLOG.DAT, "
                       "status " RUNLOG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL RUNLOG-FILE-STATUS = "10"
                   READ RUNLOG-FILE
                       AT END
                           MOVE "10" TO RUNLOG-FILE-STATUS
                       NOT AT END
                           PERFORM COUNT-ONE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.

       COUNT-ONE-LOG-ENTRY.
           IF LOG-MSG-NUMBER = "FST0001"
               MOVE "Y" TO LOG-RUN-FOUND
               MOVE 0 TO LOG-WARNING-COUNT
               MOVE 0 TO LOG-ERROR-COUNT
           END-IF
           IF LOG-SEVERITY = "W"
               ADD 1 TO LOG-WARNING-COUNT
           END-IF
           IF LOG-SEVERITY = "E"
               ADD 1 TO LOG-ERROR-COUNT
           END-IF.

      * Each step report is scanned for its run date and for the few
      * total lines the summary carries.  A report that is missing is
      * noted rather than treated as an error.
       READ-ONE-REPORT.
           MOVE RPT-FILE-NAME(R) TO STEP-REPORT-NAME
           OPEN INPUT STEP-REPORT-FILE
           IF STEP-REPORT-FILE-STATUS = "00"
               MOVE "Y" TO RPT-PRESENT(R)
               PERFORM UNTIL STEP-REPORT-FILE-STATUS = "10"
                   READ STEP-REPORT-FILE
                       AT END
                           MOVE "10" TO STEP-REPORT-FILE-STATUS
                       NOT AT END
                           PERFORM SCAN-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE STEP-REPORT-FILE
           ELSE
               IF STEP-REPORT-FILE-STATUS NOT = "35"
                   DISPLAY "OPS-SUMMARY: unable to open "
                       STEP-REPORT-NAME ", status "
                       STEP-REPORT-FILE-STATUS
               END-IF
           END-IF.

       SCAN-REPORT-LINE.
           IF STEP-REPORT-RECORD(1:10) = "Run date: "
               AND RPT-DATE(R) = 0
               MOVE SPACES TO REPORT-DATE-TEXT
               STRING STEP-REPORT-RECORD(11:4)
                   STEP-REPORT-RECORD(16:2)
                   STEP-REPORT-RECORD(19:2)
                   DELIMITED BY SIZE INTO REPORT-DATE-TEXT
               IF REPORT-DATE-TEXT IS NUMERIC
                   MOVE REPORT-DATE-TEXT TO RPT-DATE(R)
               END-IF
           END-IF
           EVALUATE R
               WHEN 1
                   IF STEP-REPORT-RECORD(1:11) = "Steps run: "
                       MOVE STEP-REPORT-RECORD(1:60)
                           TO STREAM-SUMMARY-LINE
                   END-IF
               WHEN 2
                   PERFORM SCAN-MERGE-LINE
               WHEN 3
                   PERFORM SCAN-EDIT-LINE
               WHEN 4
                   PERFORM SCAN-REJECT-AGE-LINE
               WHEN 5
                   IF STEP-REPORT-RECORD(1:17) = "RUN IS IN BALANCE"
                       MOVE "IN BALANCE" TO BALANCE-RESULT
                   END-IF
                   IF STEP-REPORT-RECORD(1:21)
                       = "RUN IS OUT OF BALANCE"
                       MOVE "OUT OF BALANCE" TO BALANCE-RESULT
                   END-IF
               WHEN 6
                   IF STEP-REPORT-RECORD(1:15) = "Groups listed: "
                       AND STEP-REPORT-RECORD(16:3) IS NUMERIC
                       MOVE STEP-REPORT-RECORD(16:3)
                           TO EXCEPTION-COUNT
                   END-IF
               WHEN 7
                   IF STEP-REPORT-RECORD(1:26)
                       = "Groups outside limits:    "
                       AND STEP-REPORT-RECORD(27:5) IS NUMERIC
                       MOVE STEP-REPORT-RECORD(27:5)
                           TO OUT-OF-CONTROL-COUNT
                   END-IF
           END-EVALUATE.

       SCAN-MERGE-LINE.
           IF STEP-REPORT-RECORD(1:7) = "Merged "
               MOVE "MERGED" TO MERGE-RESULT
               IF STEP-REPORT-RECORD(8:7) IS NUMERIC
                   MOVE STEP-REPORT-RECORD(8:7) TO MERGE-DETAIL-COUNT
               END-IF
           END-IF
           IF STEP-REPORT-RECORD(1:22) = "CONSOLIDATION REJECTED"
               MOVE "REJECTED" TO MERGE-RESULT
           END-IF.

       SCAN-EDIT-LINE.
           IF STEP-REPORT-RECORD(1:15) = "FILE REJECTED: "
               MOVE "Y" TO EDIT-FILE-REJECTED
           END-IF
           IF STEP-REPORT-RECORD(21:5) IS NUMERIC
               EVALUATE STEP-REPORT-RECORD(1:20)
                   WHEN "Records read:       "
                       MOVE STEP-REPORT-RECORD(21:5) TO EDIT-READ-COUNT
                   WHEN "Records accepted:   "
                       MOVE STEP-REPORT-RECORD(21:5)
                           TO EDIT-ACCEPT-COUNT
                   WHEN "Records rejected:   "
                       MOVE STEP-REPORT-RECORD(21:5)
                           TO EDIT-REJECT-COUNT
               END-EVALUATE
           END-IF.

       SCAN-REJECT-AGE-LINE.
           IF STEP-REPORT-RECORD(26:5) IS NUMERIC
               EVALUATE STEP-REPORT-RECORD(1:25)
                   WHEN "New rejects this cycle:  "
                       MOVE STEP-REPORT-RECORD(26:5)
                           TO NEW-REJECT-COUNT
                   WHEN "Rejects carried forward: "
                       MOVE STEP-REPORT-RECORD(26:5)
                           TO CARRIED-REJECT-COUNT
                   WHEN "Awaiting approval:       "
                       MOVE STEP-REPORT-RECORD(26:5)
                           TO AWAITING-APPROVAL-COUNT
               END-EVALUATE
           END-IF
           IF STEP-REPORT-RECORD(1:10) = "Aged over "
               AND STEP-REPORT-RECORD(16:5) = " days"
               AND STEP-REPORT-RECORD(27:5) IS NUMERIC
               MOVE STEP-REPORT-RECORD(27:5) TO AGED-REJECT-COUNT
           END-IF.

      * A step that failed, was skipped, or never finished turns the
      * day red; a step that ended with a warning code turns it amber.
       ASSESS-STEPS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STEP-COUNT
               IF STL-CURRENT(I) = "Y"
                   ADD 1 TO CURRENT-STEP-COUNT
                   PERFORM ASSESS-ONE-STEP
               END-IF
           END-PERFORM
           IF CURRENT-STEP-COUNT = 0
               MOVE 1 TO CAUSE-LEVEL
               MOVE "no steps logged for this stream on STEPLOG.DAT"
                   TO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF.

       ASSESS-ONE-STEP.
           EVALUATE STL-STATUS(I)
               WHEN "FAILED  "
                   MOVE 2 TO CAUSE-LEVEL
                   MOVE SPACES TO CAUSE-TEXT
                   STRING "step " STL-NAME(I) " failed, condition code "
                       STL-CC(I)
                       DELIMITED BY SIZE INTO CAUSE-TEXT
                   PERFORM ADD-CAUSE
               WHEN "SKIPPED "
                   MOVE 2 TO CAUSE-LEVEL
                   MOVE SPACES TO CAUSE-TEXT
                   STRING "step " STL-NAME(I) " skipped"
                       DELIMITED BY SIZE INTO CAUSE-TEXT
                   PERFORM ADD-CAUSE
               WHEN "RUNNING "
                   MOVE 2 TO CAUSE-LEVEL
                   MOVE SPACES TO CAUSE-TEXT
                   STRING "step " STL-NAME(I) " started but never ended"
                       DELIMITED BY SIZE INTO CAUSE-TEXT
                   PERFORM ADD-CAUSE
               WHEN OTHER
                   IF STL-CC(I) > 0
                       MOVE 1 TO CAUSE-LEVEL
                       MOVE SPACES TO CAUSE-TEXT
                       STRING "step " STL-NAME(I)
                           " ended with condition code " STL-CC(I)
                           DELIMITED BY SIZE INTO CAUSE-TEXT
                       PERFORM ADD-CAUSE
                   END-IF
           END-EVALUATE.

      * A report is expected to carry today's date when the step that
      * writes it ran in this stream.  A report from an earlier day
      * means the step did not get as far as printing it.  The date
      * may be the processing date or, for a program that prints the
      * wall-clock date, today's date.
       ASSESS-REPORTS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REPORT-TABLE-MAX
               IF RPT-DATE(R) = RUN-DATE-NUM
                   OR RPT-DATE(R) = WALL-DATE-NUM
                   MOVE "Y" TO RPT-CURRENT(R)
               END-IF
               IF RPT-PROGRAM(R) NOT = SPACES
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > STEP-COUNT
                       IF STL-NAME(I) = RPT-PROGRAM(R)
                           AND STL-CURRENT(I) = "Y"
                           AND (STL-STATUS(I) = "NORMAL  "
                               OR STL-STATUS(I) = "FAILED  ")
                           MOVE "Y" TO RPT-EXPECTED(R)
                       END-IF
                   END-PERFORM
               END-IF
               IF RPT-EXPECTED(R) = "Y" AND RPT-CURRENT(R) = "N"
                   MOVE 1 TO CAUSE-LEVEL
                   MOVE SPACES TO CAUSE-TEXT
                   STRING RPT-FILE-NAME(R) " not produced this cycle"
                       DELIMITED BY SIZE INTO CAUSE-TEXT
                   PERFORM ADD-CAUSE
               END-IF
           END-PERFORM.

       ASSESS-FIGURES.
           IF MERGE-RESULT = "REJECTED"
               MOVE 2 TO CAUSE-LEVEL
               MOVE "source consolidation rejected, see MERGE.PRT"
                   TO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF
           IF EDIT-FILE-REJECTED = "Y"
               MOVE 2 TO CAUSE-LEVEL
               MOVE "INPUT.DAT rejected by the edit, see EDITRPT.PRT"
                   TO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF
           IF BALANCE-RESULT = "OUT OF BALANCE"
               MOVE 2 TO CAUSE-LEVEL
               MOVE "run is out of balance, see BALANCE.PRT"
                   TO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF
           IF LOG-ERROR-COUNT > 0
               MOVE 2 TO CAUSE-LEVEL
               MOVE SPACES TO CAUSE-TEXT
               STRING LOG-ERROR-COUNT " error messages on RUNLOG.DAT"
                   DELIMITED BY SIZE INTO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF
           IF LOG-WARNING-COUNT > 0
               MOVE 1 TO CAUSE-LEVEL
               MOVE SPACES TO CAUSE-TEXT
               STRING LOG-WARNING-COUNT
                   " warning messages on RUNLOG.DAT"
                   DELIMITED BY SIZE INTO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF
           IF AGED-REJECT-COUNT > 0
               MOVE 1 TO CAUSE-LEVEL
               MOVE SPACES TO CAUSE-TEXT
               STRING AGED-REJECT-COUNT " aged rejects, see REJAGE.PRT"
                   DELIMITED BY SIZE INTO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF
           IF EXCEPTION-COUNT > 0
               MOVE 1 TO CAUSE-LEVEL
               MOVE SPACES TO CAUSE-TEXT
               STRING EXCEPTION-COUNT
                   " groups outside tolerance, see EXCPRPT.PRT"
                   DELIMITED BY SIZE INTO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF
           IF OUT-OF-CONTROL-COUNT > 0
               MOVE 1 TO CAUSE-LEVEL
               MOVE SPACES TO CAUSE-TEXT
               STRING OUT-OF-CONTROL-COUNT
                   " groups out of control, see GRPMON.PRT"
                   DELIMITED BY SIZE INTO CAUSE-TEXT
               PERFORM ADD-CAUSE
           END-IF.

       ADD-CAUSE.
           IF CAUSE-LEVEL > OVERALL-LEVEL
               MOVE CAUSE-LEVEL TO OVERALL-LEVEL
           END-IF
           IF CAUSE-COUNT >= CAUSE-TABLE-MAX
               ADD 1 TO CAUSES-DROPPED
           ELSE
               ADD 1 TO CAUSE-COUNT
               IF CAUSE-LEVEL = 2
                   MOVE "RED" TO CAUSE-LEVEL-TEXT(CAUSE-COUNT)
               ELSE
                   MOVE "AMBER" TO CAUSE-LEVEL-TEXT(CAUSE-COUNT)
               END-IF
               MOVE CAUSE-TEXT TO CAUSE-LINE(CAUSE-COUNT)
           END-IF.

       PRINT-OPS-SUMMARY.
           EVALUATE OVERALL-LEVEL
               WHEN 0
                   MOVE "GREEN" TO OVERALL-STATUS
                   MOVE 0 TO OVERALL-RC
               WHEN 1
                   MOVE "AMBER" TO OVERALL-STATUS
                   MOVE 4 TO OVERALL-RC
               WHEN OTHER
                   MOVE "RED" TO OVERALL-STATUS
                   MOVE 8 TO OVERALL-RC
           END-EVALUATE
           OPEN OUTPUT OPS-REPORT-FILE
           IF OPS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "OPS-SUMMARY: unable to open OPSSUMM.PRT, "
                   "status " OPS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "OPS-SUMMARY MORNING OPERATIONS SUMMARY"
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           PERFORM PRINT-STEP-SECTION
           PERFORM PRINT-FIGURES-SECTION
           PERFORM PRINT-REPORTS-SECTION
           PERFORM PRINT-CAUSES-SECTION
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "OVERALL STATUS: " OVERALL-STATUS
               "   Return code: " OVERALL-RC
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           CLOSE OPS-REPORT-FILE
           DISPLAY "OPS-SUMMARY: " CAUSE-COUNT " items need attention, "
               "overall status " OVERALL-STATUS.

       PRINT-STEP-SECTION.
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "Step              Status    CC"
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STEP-COUNT
               IF STL-CURRENT(I) = "Y"
                   MOVE SPACES TO OPS-LINE-TEXT
                   STRING STL-NAME(I) "  " STL-STATUS(I) "  "
                       STL-CC(I)
                       DELIMITED BY SIZE INTO OPS-LINE-TEXT
                   PERFORM WRITE-OPS-LINE
               END-IF
           END-PERFORM
           IF UNDER-DRIVER = "N" AND STREAM-SUMMARY-LINE NOT = SPACES
               MOVE SPACES TO OPS-LINE-TEXT
               STRING "Stream: " STREAM-SUMMARY-LINE
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
               PERFORM WRITE-OPS-LINE
           END-IF
           MOVE SPACES TO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE.

       PRINT-FIGURES-SECTION.
           MOVE SPACES TO OPS-LINE-TEXT
           EVALUATE MERGE-RESULT
               WHEN "MERGED"
                   STRING "Consolidation:   merged " MERGE-DETAIL-COUNT
                       " details"
                       DELIMITED BY SIZE INTO OPS-LINE-TEXT
               WHEN "REJECTED"
                   STRING "Consolidation:   REJECTED"
                       DELIMITED BY SIZE INTO OPS-LINE-TEXT
               WHEN OTHER
                   STRING "Consolidation:   no result found"
                       DELIMITED BY SIZE INTO OPS-LINE-TEXT
           END-EVALUATE
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           IF EDIT-FILE-REJECTED = "Y"
               STRING "Input edit:      FILE REJECTED"
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
           ELSE
               STRING "Input edit:      read " EDIT-READ-COUNT
                   "  accepted " EDIT-ACCEPT-COUNT
                   "  rejected " EDIT-REJECT-COUNT
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
           END-IF
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           IF BALANCE-RESULT = SPACES
               STRING "Run balance:     no result found"
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
           ELSE
               STRING "Run balance:     " BALANCE-RESULT
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
           END-IF
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           IF LOG-RUN-FOUND = "Y"
               STRING "Run log:         warnings " LOG-WARNING-COUNT
                   "  errors " LOG-ERROR-COUNT
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
           ELSE
               STRING "Run log:         no FIND-STATS run found"
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
           END-IF
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "Rejects:         new " NEW-REJECT-COUNT
               "  carried " CARRIED-REJECT-COUNT
               "  aged " AGED-REJECT-COUNT
               "  awaiting approval " AWAITING-APPROVAL-COUNT
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "Exceptions:      " EXCEPTION-COUNT
               " groups outside tolerance"
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "Control limits:  " OUT-OF-CONTROL-COUNT
               " groups out of control"
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           MOVE SPACES TO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE.

       PRINT-REPORTS-SECTION.
           MOVE SPACES TO OPS-LINE-TEXT
           STRING "Report        Dated"
               DELIMITED BY SIZE INTO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REPORT-TABLE-MAX
               MOVE SPACES TO OPS-LINE-TEXT
               IF RPT-PRESENT(R) = "N"
                   STRING RPT-FILE-NAME(R) "  not found"
                       DELIMITED BY SIZE INTO OPS-LINE-TEXT
               ELSE
                   MOVE RPT-DATE(R) TO REPORT-DATE-DISPLAY
                   IF RPT-CURRENT(R) = "Y"
                       STRING RPT-FILE-NAME(R) "  "
                           REPORT-DATE-DISPLAY
                           DELIMITED BY SIZE INTO OPS-LINE-TEXT
                   ELSE
                       STRING RPT-FILE-NAME(R) "  "
                           REPORT-DATE-DISPLAY "  earlier cycle"
                           DELIMITED BY SIZE INTO OPS-LINE-TEXT
                   END-IF
               END-IF
               PERFORM WRITE-OPS-LINE
           END-PERFORM
           MOVE SPACES TO OPS-LINE-TEXT
           PERFORM WRITE-OPS-LINE.

       PRINT-CAUSES-SECTION.
           IF CAUSE-COUNT > 0
               MOVE SPACES TO OPS-LINE-TEXT
               STRING "Needs attention:"
                   DELIMITED BY SIZE INTO OPS-LINE-TEXT
               PERFORM WRITE-OPS-LINE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CAUSE-COUNT
                   MOVE SPACES TO OPS-LINE-TEXT
                   STRING "  " CAUSE-LEVEL-TEXT(I) "  " CAUSE-LINE(I)
                       DELIMITED BY SIZE INTO OPS-LINE-TEXT
                   PERFORM WRITE-OPS-LINE
               END-PERFORM
               IF CAUSES-DROPPED > 0
                   MOVE SPACES TO OPS-LINE-TEXT
                   STRING "  ... and " CAUSES-DROPPED " more"
                       DELIMITED BY SIZE INTO OPS-LINE-TEXT
                   PERFORM WRITE-OPS-LINE
               END-IF
               MOVE SPACES TO OPS-LINE-TEXT
               PERFORM WRITE-OPS-LINE
           END-IF.

       WRITE-OPS-LINE.
           MOVE OPS-LINE-TEXT TO OPS-REPORT-RECORD
           WRITE OPS-REPORT-RECORD
           IF OPS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "OPS-SUMMARY: unable to write OPSSUMM.PRT, "
                   "status " OPS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
