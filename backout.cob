       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT HISTNEW-FILE ASSIGN TO "HISTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTNEW-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT EXTNEW-FILE ASSIGN TO "EXTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTNEW-FILE-STATUS.
           SELECT GRPHIST-FILE ASSIGN TO "GRPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS GRPHIST-FILE-STATUS.
           SELECT GRPMAST-FILE ASSIGN TO "GRPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-GROUP-KEY
               FILE STATUS IS GRPMAST-FILE-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "PROGRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT BACKCTL-FILE ASSIGN TO "BACKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKCTL-FILE-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKOUT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKOUT-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 30 CHARACTERS.
           01 HISTORY-RECORD.
               05 HIST-RUN-DATE PIC 9(8).
               05 HIST-REC-TYPE PIC X(1).
               05 HIST-VALUE PIC 9(5).
               05 HIST-SMALLEST PIC 9(5).
               05 HIST-LARGEST PIC 9(5).
               05 HIST-MODE PIC S9(5).
               05 HIST-CYCLE PIC X(1).

       FD  HISTNEW-FILE
           RECORD CONTAINS 30 CHARACTERS.
           01 HISTNEW-RECORD PIC X(30).

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

       FD  EXTNEW-FILE
           RECORD CONTAINS 67 CHARACTERS.
           01 EXTNEW-RECORD PIC X(67).

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

       FD  GRPMAST-FILE.
           01 GRPMAST-RECORD.
               05 GM-GROUP-KEY PIC X(4).
               05 GM-RUN-COUNT PIC 9(5).
               05 GM-LAST-RUN-DATE PIC 9(8).
               05 GM-CURR-SMALLEST PIC 9(5).
               05 GM-CURR-LARGEST PIC 9(5).
               05 GM-CURR-MODE PIC S9(5).
               05 GM-CURR-MEAN PIC 9(7)V99.
               05 GM-CURR-MEDIAN PIC 9(7)V99.
               05 GM-CURR-STD-DEV PIC 9(7)V9999.
               05 GM-PRIOR-RUN-DATE PIC 9(8).
               05 GM-PRIOR-SMALLEST PIC 9(5).
               05 GM-PRIOR-LARGEST PIC 9(5).
               05 GM-PRIOR-MODE PIC S9(5).
               05 GM-PRIOR-MEAN PIC 9(7)V99.
               05 GM-PRIOR-MEDIAN PIC 9(7)V99.
               05 GM-PRIOR-STD-DEV PIC 9(7)V9999.
               05 GM-RUN-CYCLES.
                   10 GM-LAST-RUN-CYCLE PIC X(1).
                   10 GM-PRIOR-RUN-CYCLE PIC X(1).

       FD  PROGRESS-FILE.
           01 PROGRESS-RECORD.
               05 PROG-RUN-DATE PIC 9(8).
               05 PROG-REC-COUNT PIC 9(5).
               05 PROG-COMPLETED-THROUGH PIC 9(5).
               05 PROG-GRAND-DONE PIC X(1).
               05 PROG-RUN-CYCLE PIC X(1).

       FD  BALANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 BALANCE-RECORD PIC X(80).

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

       FD  BACKCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 BACKCTL-RECORD PIC X(80).

       FD  BACKOUT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 BACKOUT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
           01 HISTNEW-FILE-STATUS PIC X(2) VALUE "00".
           01 EXTRACT-FILE-STATUS PIC X(2) VALUE "00".
           01 EXTNEW-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPHIST-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPHIST-PRESENT PIC X(1) VALUE "N".
           01 GRPMAST-FILE-STATUS PIC X(2) VALUE "00".
           01 PROGRESS-FILE-STATUS PIC X(2) VALUE "00".
           01 BALANCE-FILE-STATUS PIC X(2) VALUE "00".
           01 AUDIT-FILE-STATUS PIC X(2) VALUE "00".
           01 BACKCTL-FILE-STATUS PIC X(2) VALUE "00".
           01 BACKOUT-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-TIME-NUM PIC 9(6).
           01 RUN-DATE-DISPLAY PIC 9(4)/99/99.
           01 RUN-TIME-DISPLAY PIC 99/99/99.
           01 BACKOUT-LINE-TEXT PIC X(80).
           01 CTL-KEYWORD PIC X(20) VALUE SPACES.
           01 CTL-OPERAND-1 PIC X(40) VALUE SPACES.
           01 BACKOUT-DATE PIC 9(8) VALUE 0.
           01 BACKOUT-DATE-DISPLAY PIC 9(4)/99/99.
           01 BACKOUT-CYCLE PIC X(1) VALUE SPACE.
           01 RECORD-CYCLE PIC X(1) VALUE SPACE.
           01 PRIOR-CYCLE PIC X(1) VALUE SPACE.
           01 ROW-IN-SCOPE PIC X(1) VALUE "N".
           01 DATE-CYCLE-COUNT PIC 9(1) VALUE 0.
           01 DATE-CYCLE-LIST PIC X(9) VALUE SPACES.
           01 SCAN-DONE PIC X(1) VALUE "N".
           01 BACKOUT-ERRORS PIC X(1) VALUE "N".
           01 HIST-READ-COUNT PIC 9(7) VALUE 0.
           01 HIST-S-REMOVED PIC 9(7) VALUE 0.
           01 HIST-V-REMOVED PIC 9(7) VALUE 0.
           01 HIST-HASH-REMOVED PIC 9(12) VALUE 0.
           01 HIST-KEPT-COUNT PIC 9(7) VALUE 0.
           01 EXT-READ-COUNT PIC 9(7) VALUE 0.
           01 EXT-G-REMOVED PIC 9(7) VALUE 0.
           01 EXT-T-REMOVED PIC 9(7) VALUE 0.
           01 EXT-KEPT-COUNT PIC 9(7) VALUE 0.
           01 GRPHIST-REMOVED PIC 9(7) VALUE 0.
           01 GROUPS-RESTORED PIC 9(5) VALUE 0.
           01 GROUPS-REMOVED PIC 9(5) VALUE 0.
           01 PRIORS-REFRESHED PIC 9(5) VALUE 0.
           01 GROUPS-LEFT PIC 9(5) VALUE 0.
           01 PROGRESS-CLEARED PIC X(1) VALUE "N".
           01 MASTER-KEY-MAX PIC 9(3) VALUE 500.
           01 MASTER-KEY-COUNT PIC 9(3) VALUE 0.
           01 MASTER-OVERFLOW PIC 9(5) VALUE 0.
           01 MASTER-KEY-TABLE.
               05 MASTER-KEY-ENTRY OCCURS 500 TIMES PIC X(4).
           01 BACKED-KEY-COUNT PIC 9(3) VALUE 0.
           01 BACKED-KEY-OVERFLOW PIC 9(5) VALUE 0.
           01 BACKED-KEY-FOUND PIC X(1) VALUE "N".
           01 BACKED-KEY-TABLE.
               05 BACKED-KEY-ENTRY OCCURS 500 TIMES PIC X(4).
           01 I PIC 9(3).
           01 J PIC 9(3).
           01 LOOKUP-GROUP-KEY PIC X(4) VALUE SPACES.
           01 LOOKUP-BEFORE-DATE PIC 9(8) VALUE 0.
           01 LOOKUP-BEFORE-CYCLE PIC X(1) VALUE SPACE.
           01 LOOKUP-FOUND PIC X(1) VALUE "N".
           01 LOOKUP-ROW.
               05 LKP-RUN-DATE PIC 9(8).
               05 LKP-SMALLEST PIC 9(5).
               05 LKP-LARGEST PIC 9(5).
               05 LKP-MODE PIC S9(5).
               05 LKP-MEAN PIC 9(7)V99.
               05 LKP-MEDIAN PIC 9(7)V99.
               05 LKP-STD-DEV PIC 9(7)V9999.
               05 LKP-RUN-CYCLE PIC X(1).
           01 AUDIT-STAMP-TEXT PIC X(21) VALUE SPACES.
           01 AUDIT-BEFORE-IMAGE.
               05 AUDIT-BEFORE-STATS PIC X(113) VALUE SPACES.
               05 AUDIT-BEFORE-CYCLES PIC X(2) VALUE SPACES.
           01 AUDIT-AFTER-IMAGE.
               05 AUDIT-AFTER-STATS PIC X(113) VALUE SPACES.
               05 AUDIT-AFTER-CYCLES PIC X(2) VALUE SPACES.
           01 BALANCE-PRESENT PIC X(1) VALUE "N".
           01 BALANCE-DATE-TEXT PIC X(10) VALUE SPACES.
           01 BALANCE-DATE-WORK PIC X(8) VALUE SPACES.
           01 BALANCE-DATE-NUM PIC 9(8) VALUE 0.
           01 BALANCE-CYCLE PIC X(1) VALUE SPACE.
           01 BALANCE-G-ON-FILE PIC 9(5) VALUE 0.
           01 BALANCE-V-ON-FILE PIC 9(7) VALUE 0.
           01 BALANCE-HASH-ON-FILE PIC 9(12) VALUE 0.
           01 CHECK-RESULT-TEXT PIC X(14) VALUE SPACES.
           01 BACKOUT-IN-BALANCE PIC X(1) VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-BACKOUT.
           PERFORM READ-BACKOUT-CONTROL.
           PERFORM OPEN-BACKOUT-REPORT.
           PERFORM BACK-OUT-HISTORY.
           PERFORM BACK-OUT-EXTRACT.
           PERFORM BACK-OUT-GROUP-HISTORY.
           PERFORM RESTORE-GROUP-MASTER.
           PERFORM CLEAR-RUN-PROGRESS.
           PERFORM PRINT-BACKOUT-TOTALS.
           PERFORM CHECK-AGAINST-BALANCE.
           CLOSE BACKOUT-REPORT-FILE
           DISPLAY "RUN-BACKOUT: " BACKOUT-DATE " cycle "
               BACKOUT-CYCLE " backed out, "
               HIST-V-REMOVED " V, " EXT-G-REMOVED " G, "
               GRPHIST-REMOVED " GRPHIST rows removed"
           IF BACKOUT-ERRORS = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF BACKOUT-IN-BALANCE = "N"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF HIST-READ-COUNT - HIST-KEPT-COUNT = 0
                       AND EXT-READ-COUNT - EXT-KEPT-COUNT = 0
                       AND GRPHIST-REMOVED = 0
                       AND GROUPS-RESTORED + GROUPS-REMOVED = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           GOBACK.

       INITIALIZE-BACKOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-TIME(1:8) TO RUN-DATE-NUM
           MOVE CURRENT-DATE-TIME(9:6) TO RUN-TIME-NUM
           MOVE RUN-DATE-NUM TO RUN-DATE-DISPLAY
           MOVE RUN-TIME-NUM TO RUN-TIME-DISPLAY.

      * BACKCTL.DAT names the one processing date to back out with a
      * BACKOUT-DATE card.  Without a valid date nothing is touched.
      * A BACKOUT-CYCLE card names the cycle; it may be left off when
      * the date was processed in one cycle only.
       READ-BACKOUT-CONTROL.
           OPEN INPUT BACKCTL-FILE
           IF BACKCTL-FILE-STATUS = "35"
               DISPLAY "RUN-BACKOUT: BACKCTL.DAT not present, "
                   "nothing backed out"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF BACKCTL-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to open BACKCTL.DAT, "
                   "status " BACKCTL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL BACKCTL-FILE-STATUS = "10"
               READ BACKCTL-FILE
                   AT END
                       MOVE "10" TO BACKCTL-FILE-STATUS
                   NOT AT END
                       PERFORM PROCESS-BACKOUT-CONTROL-CARD
               END-READ
           END-PERFORM
           CLOSE BACKCTL-FILE
           IF BACKOUT-DATE = 0
               DISPLAY "RUN-BACKOUT: BACKCTL.DAT holds no valid "
                   "BACKOUT-DATE card, nothing backed out"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BACKOUT-DATE TO BACKOUT-DATE-DISPLAY
           IF BACKOUT-CYCLE = SPACE
               PERFORM FIND-DATE-CYCLES
               IF DATE-CYCLE-COUNT > 1
                   DISPLAY "RUN-BACKOUT: " BACKOUT-DATE " was "
                       "processed in cycles " DATE-CYCLE-LIST
                   DISPLAY "RUN-BACKOUT: BACKCTL.DAT needs a "
                       "BACKOUT-CYCLE card, nothing backed out"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF DATE-CYCLE-COUNT = 1
                   MOVE DATE-CYCLE-LIST(1:1) TO BACKOUT-CYCLE
               ELSE
                   MOVE "1" TO BACKOUT-CYCLE
               END-IF
           END-IF.

      * The cycles the date was processed in are taken from its
      * EXTRACT.DAT records.  Records written before cycles were kept
      * have a blank cycle, which is cycle 1.
       FIND-DATE-CYCLES.
           MOVE 0 TO DATE-CYCLE-COUNT
           MOVE SPACES TO DATE-CYCLE-LIST
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS = "00"
               PERFORM UNTIL EXTRACT-FILE-STATUS = "10"
                   READ EXTRACT-FILE
                       AT END
                           MOVE "10" TO EXTRACT-FILE-STATUS
                       NOT AT END
                           IF EXT-RUN-DATE = BACKOUT-DATE
                               PERFORM NOTE-DATE-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF.

       NOTE-DATE-CYCLE.
           MOVE EXT-CYCLE TO RECORD-CYCLE
           IF RECORD-CYCLE = SPACE
               MOVE "1" TO RECORD-CYCLE
           END-IF
           MOVE "N" TO ROW-IN-SCOPE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DATE-CYCLE-COUNT
               IF DATE-CYCLE-LIST(I:1) = RECORD-CYCLE
                   MOVE "Y" TO ROW-IN-SCOPE
               END-IF
           END-PERFORM
           IF ROW-IN-SCOPE = "N" AND DATE-CYCLE-COUNT < 9
               ADD 1 TO DATE-CYCLE-COUNT
               MOVE RECORD-CYCLE TO DATE-CYCLE-LIST(DATE-CYCLE-COUNT:1)
           END-IF.

       PROCESS-BACKOUT-CONTROL-CARD.
           IF BACKCTL-RECORD = SPACES OR BACKCTL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-OPERAND-1
               UNSTRING BACKCTL-RECORD DELIMITED BY ALL " "
                   INTO CTL-KEYWORD CTL-OPERAND-1
               END-UNSTRING
               EVALUATE CTL-KEYWORD
                   WHEN "BACKOUT-DATE"
                       IF CTL-OPERAND-1(1:8) IS NUMERIC
                           AND CTL-OPERAND-1(9:1) = SPACE
                           AND FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(CTL-OPERAND-1(1:8)))
                               > 0
                           MOVE CTL-OPERAND-1(1:8) TO BACKOUT-DATE
                       ELSE
                           DISPLAY "RUN-BACKOUT: BACKOUT-DATE "
                               "invalid, ignored: "
                               CTL-OPERAND-1(1:20)
                       END-IF
                   WHEN "BACKOUT-CYCLE"
                       IF CTL-OPERAND-1(1:1) IS NUMERIC
                           AND CTL-OPERAND-1(1:1) NOT = "0"
                           AND CTL-OPERAND-1(2:39) = SPACES
                           MOVE CTL-OPERAND-1(1:1) TO BACKOUT-CYCLE
                       ELSE
                           DISPLAY "RUN-BACKOUT: BACKOUT-CYCLE "
                               "invalid, ignored: "
                               CTL-OPERAND-1(1:20)
                       END-IF
                   WHEN OTHER
                       DISPLAY "RUN-BACKOUT: BACKCTL.DAT card "
                           "unknown, ignored: " BACKCTL-RECORD(1:40)
               END-EVALUATE
           END-IF.

      * HISTORY.DAT and EXTRACT.DAT are copied to a work file without
      * the backed-out date and cycle's records and then copied back,
      * as HIST-PURGE does.
       BACK-OUT-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               MOVE SPACES TO BACKOUT-LINE-TEXT
               STRING "HISTORY.DAT not present, no history removed"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               PERFORM WRITE-BACKOUT-LINE
           ELSE
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to open HISTORY.DAT, "
                       "status " HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT HISTNEW-FILE
               IF HISTNEW-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to open HISTNEW.DAT, "
                       "status " HISTNEW-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL HISTORY-FILE-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO HISTORY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO HIST-READ-COUNT
                           PERFORM ROUTE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE HISTNEW-FILE
               IF HIST-KEPT-COUNT < HIST-READ-COUNT
                   PERFORM REWRITE-HISTORY
               END-IF
           END-IF.

       ROUTE-HISTORY-RECORD.
           MOVE HIST-CYCLE TO RECORD-CYCLE
           IF RECORD-CYCLE = SPACE
               MOVE "1" TO RECORD-CYCLE
           END-IF
           IF HIST-RUN-DATE = BACKOUT-DATE
               AND RECORD-CYCLE = BACKOUT-CYCLE
               EVALUATE HIST-REC-TYPE
                   WHEN "S"
                       ADD 1 TO HIST-S-REMOVED
                   WHEN "V"
                       ADD 1 TO HIST-V-REMOVED
                       ADD HIST-VALUE TO HIST-HASH-REMOVED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD 1 TO HIST-KEPT-COUNT
               MOVE HISTORY-RECORD TO HISTNEW-RECORD
               WRITE HISTNEW-RECORD
               IF HISTNEW-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to write HISTNEW.DAT, "
                       "status " HISTNEW-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       REWRITE-HISTORY.
           OPEN INPUT HISTNEW-FILE
           IF HISTNEW-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to reopen HISTNEW.DAT, "
                   "status " HISTNEW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to rewrite HISTORY.DAT, "
                   "status " HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL HISTNEW-FILE-STATUS = "10"
               READ HISTNEW-FILE
                   AT END
                       MOVE "10" TO HISTNEW-FILE-STATUS
                   NOT AT END
                       MOVE HISTNEW-RECORD TO HISTORY-RECORD
                       WRITE HISTORY-RECORD
                       IF HISTORY-FILE-STATUS NOT = "00"
                           DISPLAY "RUN-BACKOUT: unable to write "
                               "HISTORY.DAT, status "
                               HISTORY-FILE-STATUS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTNEW-FILE
           CLOSE HISTORY-FILE.

       BACK-OUT-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS = "35"
               MOVE SPACES TO BACKOUT-LINE-TEXT
               STRING "EXTRACT.DAT not present, no extract removed"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               PERFORM WRITE-BACKOUT-LINE
           ELSE
               IF EXTRACT-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to open EXTRACT.DAT, "
                       "status " EXTRACT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT EXTNEW-FILE
               IF EXTNEW-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to open EXTNEW.DAT, "
                       "status " EXTNEW-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL EXTRACT-FILE-STATUS = "10"
                   READ EXTRACT-FILE
                       AT END
                           MOVE "10" TO EXTRACT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO EXT-READ-COUNT
                           PERFORM ROUTE-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
               CLOSE EXTNEW-FILE
               IF EXT-KEPT-COUNT < EXT-READ-COUNT
                   PERFORM REWRITE-EXTRACT
               END-IF
           END-IF.

       ROUTE-EXTRACT-RECORD.
           MOVE EXT-CYCLE TO RECORD-CYCLE
           IF RECORD-CYCLE = SPACE
               MOVE "1" TO RECORD-CYCLE
           END-IF
           IF EXT-RUN-DATE = BACKOUT-DATE
               AND RECORD-CYCLE = BACKOUT-CYCLE
               AND (EXT-REC-TYPE = "G" OR EXT-REC-TYPE = "T")
               IF EXT-REC-TYPE = "G"
                   ADD 1 TO EXT-G-REMOVED
                   PERFORM NOTE-BACKED-KEY
               ELSE
                   ADD 1 TO EXT-T-REMOVED
               END-IF
           ELSE
               ADD 1 TO EXT-KEPT-COUNT
               MOVE EXTRACT-RECORD TO EXTNEW-RECORD
               WRITE EXTNEW-RECORD
               IF EXTNEW-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to write EXTNEW.DAT, "
                       "status " EXTNEW-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       NOTE-BACKED-KEY.
           IF BACKED-KEY-COUNT >= MASTER-KEY-MAX
               ADD 1 TO BACKED-KEY-OVERFLOW
           ELSE
               ADD 1 TO BACKED-KEY-COUNT
               MOVE EXT-GROUP-KEY TO BACKED-KEY-ENTRY(BACKED-KEY-COUNT)
           END-IF.

       REWRITE-EXTRACT.
           OPEN INPUT EXTNEW-FILE
           IF EXTNEW-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to reopen EXTNEW.DAT, "
                   "status " EXTNEW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to rewrite EXTRACT.DAT, "
                   "status " EXTRACT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EXTNEW-FILE-STATUS = "10"
               READ EXTNEW-FILE
                   AT END
                       MOVE "10" TO EXTNEW-FILE-STATUS
                   NOT AT END
                       MOVE EXTNEW-RECORD TO EXTRACT-RECORD
                       WRITE EXTRACT-RECORD
                       IF EXTRACT-FILE-STATUS NOT = "00"
                           DISPLAY "RUN-BACKOUT: unable to write "
                               "EXTRACT.DAT, status "
                               EXTRACT-FILE-STATUS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTNEW-FILE
           CLOSE EXTRACT-FILE.

       BACK-OUT-GROUP-HISTORY.
           OPEN I-O GRPHIST-FILE
           IF GRPHIST-FILE-STATUS = "35"
               MOVE SPACES TO BACKOUT-LINE-TEXT
               STRING "GRPHIST.DAT not present, no group history "
                   "removed"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               PERFORM WRITE-BACKOUT-LINE
           ELSE
               IF GRPHIST-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to open GRPHIST.DAT, "
                       "status " GRPHIST-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO SCAN-DONE
               PERFORM UNTIL SCAN-DONE = "Y"
                   READ GRPHIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SCAN-DONE
                       NOT AT END
                           IF GH-RUN-DATE = BACKOUT-DATE
                               AND GH-RUN-CYCLE = BACKOUT-CYCLE
                               PERFORM DELETE-GROUP-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRPHIST-FILE
           END-IF.

       DELETE-GROUP-HISTORY-ROW.
           DELETE GRPHIST-FILE RECORD
               INVALID KEY
                   DISPLAY "RUN-BACKOUT: unable to delete GRPHIST.DAT "
                       "row " GH-GROUP-KEY ", status "
                       GRPHIST-FILE-STATUS
                   MOVE "Y" TO BACKOUT-ERRORS
               NOT INVALID KEY
                   ADD 1 TO GRPHIST-REMOVED
           END-DELETE.

      * A group whose current snapshot came from the backed-out date
      * and cycle goes back to its prior snapshot, and the run before
      * that is taken from GRPHIST.DAT as the new prior.  A group
      * first seen in that cycle is removed.  A group that has run
      * since keeps its current figures but gets a new prior
      * snapshot.  Every change is journalled on AUDIT.DAT.
       RESTORE-GROUP-MASTER.
           OPEN I-O GRPMAST-FILE
           IF GRPMAST-FILE-STATUS = "35"
               MOVE SPACES TO BACKOUT-LINE-TEXT
               STRING "GRPMAST.DAT not present, no master restored"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               PERFORM WRITE-BACKOUT-LINE
           ELSE
               IF GRPMAST-FILE-STATUS NOT = "00"
                   DISPLAY "RUN-BACKOUT: unable to open GRPMAST.DAT, "
                       "status " GRPMAST-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO MASTER-KEY-COUNT
               MOVE "N" TO SCAN-DONE
               PERFORM UNTIL SCAN-DONE = "Y"
                   READ GRPMAST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SCAN-DONE
                       NOT AT END
                           PERFORM SET-MASTER-CYCLES
                           IF (GM-LAST-RUN-DATE = BACKOUT-DATE
                               AND RECORD-CYCLE = BACKOUT-CYCLE)
                               OR (GM-PRIOR-RUN-DATE = BACKOUT-DATE
                               AND PRIOR-CYCLE = BACKOUT-CYCLE)
                               PERFORM NOTE-MASTER-KEY
                           ELSE
                               PERFORM CHECK-GROUP-LEFT
                           END-IF
                   END-READ
               END-PERFORM
               IF MASTER-KEY-COUNT > 0
                   PERFORM OPEN-AUDIT-JOURNAL
                   OPEN INPUT GRPHIST-FILE
                   IF GRPHIST-FILE-STATUS NOT = "00"
                       AND GRPHIST-FILE-STATUS NOT = "35"
                       DISPLAY "RUN-BACKOUT: GRPHIST.DAT open failed, "
                           "status " GRPHIST-FILE-STATUS
                           ", no master restored"
                       MOVE "Y" TO BACKOUT-ERRORS
                   ELSE
                       IF GRPHIST-FILE-STATUS = "35"
                           MOVE "N" TO GRPHIST-PRESENT
                       ELSE
                           MOVE "Y" TO GRPHIST-PRESENT
                       END-IF
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > MASTER-KEY-COUNT
                           PERFORM RESTORE-ONE-GROUP
                       END-PERFORM
                       IF GRPHIST-PRESENT = "Y"
                           CLOSE GRPHIST-FILE
                       END-IF
                   END-IF
                   CLOSE AUDIT-FILE
               END-IF
               CLOSE GRPMAST-FILE
               IF BACKED-KEY-OVERFLOW > 0
                   MOVE SPACES TO BACKOUT-LINE-TEXT
                   STRING "Extract key table full, " BACKED-KEY-OVERFLOW
                       " groups not checked against master"
                       DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
                   PERFORM WRITE-BACKOUT-LINE
               END-IF
               IF MASTER-OVERFLOW > 0
                   MOVE SPACES TO BACKOUT-LINE-TEXT
                   STRING "Master key table full, " MASTER-OVERFLOW
                       " groups not restored"
                       DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
                   PERFORM WRITE-BACKOUT-LINE
                   MOVE "Y" TO BACKOUT-ERRORS
               END-IF
           END-IF.

      * A master written before cycles were kept has blank cycles,
      * which are cycle 1.
       SET-MASTER-CYCLES.
           MOVE GM-LAST-RUN-CYCLE TO RECORD-CYCLE
           IF RECORD-CYCLE = SPACE
               MOVE "1" TO RECORD-CYCLE
           END-IF
           MOVE GM-PRIOR-RUN-CYCLE TO PRIOR-CYCLE
           IF PRIOR-CYCLE = SPACE
               MOVE "1" TO PRIOR-CYCLE
           END-IF.

       NOTE-MASTER-KEY.
           IF MASTER-KEY-COUNT >= MASTER-KEY-MAX
               ADD 1 TO MASTER-OVERFLOW
           ELSE
               ADD 1 TO MASTER-KEY-COUNT
               MOVE GM-GROUP-KEY TO MASTER-KEY-ENTRY(MASTER-KEY-COUNT)
           END-IF.

      * A group that ran in the cycle but whose current and prior
      * snapshots are both from later runs has nothing on the master
      * to undo.  It is counted so the master side still balances
      * against the extract G records removed.
       CHECK-GROUP-LEFT.
           MOVE "N" TO BACKED-KEY-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > BACKED-KEY-COUNT OR BACKED-KEY-FOUND = "Y"
               IF BACKED-KEY-ENTRY(J) = GM-GROUP-KEY
                   MOVE "Y" TO BACKED-KEY-FOUND
               END-IF
           END-PERFORM
           IF BACKED-KEY-FOUND = "Y"
               ADD 1 TO GROUPS-LEFT
               MOVE SPACES TO BACKOUT-LINE-TEXT
               STRING "Group " GM-GROUP-KEY
                   " has run twice since the cycle, master unchanged"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               PERFORM WRITE-BACKOUT-LINE
           END-IF.

       RESTORE-ONE-GROUP.
           MOVE MASTER-KEY-ENTRY(I) TO GM-GROUP-KEY
           READ GRPMAST-FILE
               INVALID KEY
                   MOVE "Y" TO BACKOUT-ERRORS
               NOT INVALID KEY
                   MOVE GRPMAST-RECORD TO AUDIT-BEFORE-IMAGE
                   PERFORM SET-MASTER-CYCLES
                   IF GM-LAST-RUN-DATE = BACKOUT-DATE
                       AND RECORD-CYCLE = BACKOUT-CYCLE
                       IF GM-PRIOR-RUN-DATE = 0 OR GM-RUN-COUNT <= 1
                           PERFORM REMOVE-NEW-GROUP
                       ELSE
                           PERFORM RESTORE-PRIOR-SNAPSHOT
                       END-IF
                   ELSE
                       PERFORM REFRESH-PRIOR-SNAPSHOT
                   END-IF
           END-READ.

       REMOVE-NEW-GROUP.
           DELETE GRPMAST-FILE
               INVALID KEY
                   DISPLAY "RUN-BACKOUT: unable to delete GRPMAST.DAT "
                       "group " GM-GROUP-KEY ", status "
                       GRPMAST-FILE-STATUS
                   MOVE "Y" TO BACKOUT-ERRORS
               NOT INVALID KEY
                   ADD 1 TO GROUPS-REMOVED
                   MOVE SPACES TO AUDIT-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE SPACES TO BACKOUT-LINE-TEXT
                   STRING "Group " MASTER-KEY-ENTRY(I)
                       " first run in the cycle, removed from master"
                       DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
                   PERFORM WRITE-BACKOUT-LINE
           END-DELETE.

       RESTORE-PRIOR-SNAPSHOT.
           SUBTRACT 1 FROM GM-RUN-COUNT
           MOVE GM-PRIOR-RUN-DATE TO GM-LAST-RUN-DATE
           MOVE PRIOR-CYCLE TO GM-LAST-RUN-CYCLE
           MOVE GM-PRIOR-SMALLEST TO GM-CURR-SMALLEST
           MOVE GM-PRIOR-LARGEST TO GM-CURR-LARGEST
           MOVE GM-PRIOR-MODE TO GM-CURR-MODE
           MOVE GM-PRIOR-MEAN TO GM-CURR-MEAN
           MOVE GM-PRIOR-MEDIAN TO GM-CURR-MEDIAN
           MOVE GM-PRIOR-STD-DEV TO GM-CURR-STD-DEV
           MOVE GM-GROUP-KEY TO LOOKUP-GROUP-KEY
           MOVE GM-LAST-RUN-DATE TO LOOKUP-BEFORE-DATE
           MOVE GM-LAST-RUN-CYCLE TO LOOKUP-BEFORE-CYCLE
           PERFORM FIND-EARLIER-RUN
           PERFORM MOVE-LOOKUP-TO-PRIOR
           REWRITE GRPMAST-RECORD
               INVALID KEY
                   DISPLAY "RUN-BACKOUT: unable to rewrite "
                       "GRPMAST.DAT group " GM-GROUP-KEY ", status "
                       GRPMAST-FILE-STATUS
                   MOVE "Y" TO BACKOUT-ERRORS
               NOT INVALID KEY
                   ADD 1 TO GROUPS-RESTORED
                   MOVE GRPMAST-RECORD TO AUDIT-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
           END-REWRITE.

       REFRESH-PRIOR-SNAPSHOT.
           SUBTRACT 1 FROM GM-RUN-COUNT
           MOVE GM-GROUP-KEY TO LOOKUP-GROUP-KEY
           MOVE BACKOUT-DATE TO LOOKUP-BEFORE-DATE
           MOVE BACKOUT-CYCLE TO LOOKUP-BEFORE-CYCLE
           PERFORM FIND-EARLIER-RUN
           PERFORM MOVE-LOOKUP-TO-PRIOR
           REWRITE GRPMAST-RECORD
               INVALID KEY
                   DISPLAY "RUN-BACKOUT: unable to rewrite "
                       "GRPMAST.DAT group " GM-GROUP-KEY ", status "
                       GRPMAST-FILE-STATUS
                   MOVE "Y" TO BACKOUT-ERRORS
               NOT INVALID KEY
                   ADD 1 TO PRIORS-REFRESHED
                   MOVE GRPMAST-RECORD TO AUDIT-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE SPACES TO BACKOUT-LINE-TEXT
                   STRING "Group " MASTER-KEY-ENTRY(I)
                       " has run since the cycle, prior snapshot "
                       "replaced"
                       DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
                   PERFORM WRITE-BACKOUT-LINE
           END-REWRITE.

      * The latest GRPHIST.DAT row for the group before the lookup
      * date and cycle; none found leaves an empty prior snapshot.
       FIND-EARLIER-RUN.
           MOVE "N" TO LOOKUP-FOUND
           MOVE ZEROS TO LOOKUP-ROW
           MOVE SPACE TO LKP-RUN-CYCLE
           IF GRPHIST-PRESENT = "Y"
               MOVE LOOKUP-GROUP-KEY TO GH-GROUP-KEY
               MOVE 0 TO GH-RUN-DATE
               MOVE SPACE TO GH-RUN-CYCLE
               START GRPHIST-FILE KEY IS NOT LESS THAN GH-HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-DONE
                   NOT INVALID KEY
                       MOVE "N" TO SCAN-DONE
               END-START
               PERFORM UNTIL SCAN-DONE = "Y"
                   READ GRPHIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SCAN-DONE
                       NOT AT END
                           IF GH-GROUP-KEY NOT = LOOKUP-GROUP-KEY
                               OR GH-RUN-DATE > LOOKUP-BEFORE-DATE
                               OR (GH-RUN-DATE = LOOKUP-BEFORE-DATE
                               AND GH-RUN-CYCLE >= LOOKUP-BEFORE-CYCLE)
                               MOVE "Y" TO SCAN-DONE
                           ELSE
                               MOVE "Y" TO LOOKUP-FOUND
                               MOVE GH-RUN-DATE TO LKP-RUN-DATE
                               MOVE GH-RUN-CYCLE TO LKP-RUN-CYCLE
                               MOVE GH-SMALLEST TO LKP-SMALLEST
                               MOVE GH-LARGEST TO LKP-LARGEST
                               MOVE GH-MODE TO LKP-MODE
                               MOVE GH-MEAN TO LKP-MEAN
                               MOVE GH-MEDIAN TO LKP-MEDIAN
                               MOVE GH-STD-DEV TO LKP-STD-DEV
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MOVE-LOOKUP-TO-PRIOR.
           MOVE LKP-RUN-DATE TO GM-PRIOR-RUN-DATE
           MOVE LKP-RUN-CYCLE TO GM-PRIOR-RUN-CYCLE
           MOVE LKP-SMALLEST TO GM-PRIOR-SMALLEST
           MOVE LKP-LARGEST TO GM-PRIOR-LARGEST
           MOVE LKP-MODE TO GM-PRIOR-MODE
           MOVE LKP-MEAN TO GM-PRIOR-MEAN
           MOVE LKP-MEDIAN TO GM-PRIOR-MEDIAN
           MOVE LKP-STD-DEV TO GM-PRIOR-STD-DEV.

       OPEN-AUDIT-JOURNAL.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to open AUDIT.DAT, "
                   "status " AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-RECORD
           MOVE BACKOUT-DATE TO AUD-PROC-DATE
           MOVE FUNCTION CURRENT-DATE TO AUDIT-STAMP-TEXT
           MOVE AUDIT-STAMP-TEXT(9:6) TO AUD-TIME
           MOVE "RUN-BACKOUT" TO AUD-PROGRAM
           MOVE "BACKOUT" TO AUD-ACTION
           MOVE MASTER-KEY-ENTRY(I) TO AUD-GROUP-KEY
           MOVE AUDIT-BEFORE-STATS TO AUD-BEFORE-IMAGE
           MOVE AUDIT-BEFORE-CYCLES TO AUD-BEFORE-CYCLES
           MOVE AUDIT-AFTER-STATS TO AUD-AFTER-IMAGE
           MOVE AUDIT-AFTER-CYCLES TO AUD-AFTER-CYCLES
           WRITE AUDIT-RECORD
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to write AUDIT.DAT, "
                   "status " AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * A FIND-STATS restart record for the backed-out date and cycle
      * would make the rerun skip groups, so it is cleared.
       CLEAR-RUN-PROGRESS.
           OPEN INPUT PROGRESS-FILE
           IF PROGRESS-FILE-STATUS = "00"
               READ PROGRESS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROG-RUN-CYCLE TO RECORD-CYCLE
                       IF RECORD-CYCLE = SPACE
                           MOVE "1" TO RECORD-CYCLE
                       END-IF
                       IF PROG-RUN-DATE = BACKOUT-DATE
                           AND RECORD-CYCLE = BACKOUT-CYCLE
                           MOVE "Y" TO PROGRESS-CLEARED
                       END-IF
               END-READ
               CLOSE PROGRESS-FILE
               IF PROGRESS-CLEARED = "Y"
                   OPEN OUTPUT PROGRESS-FILE
                   IF PROGRESS-FILE-STATUS NOT = "00"
                       DISPLAY "RUN-BACKOUT: unable to clear "
                           "PROGRESS.DAT, status "
                           PROGRESS-FILE-STATUS
                       MOVE "Y" TO BACKOUT-ERRORS
                   ELSE
                       CLOSE PROGRESS-FILE
                   END-IF
               END-IF
           END-IF.

       PRINT-BACKOUT-TOTALS.
           MOVE SPACES TO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "History records read:       " HIST-READ-COUNT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "History S records removed:  " HIST-S-REMOVED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "History V records removed:  " HIST-V-REMOVED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "History hash removed:       " HIST-HASH-REMOVED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "History records remaining:  " HIST-KEPT-COUNT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Extract records read:       " EXT-READ-COUNT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Extract G records removed:  " EXT-G-REMOVED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Extract T records removed:  " EXT-T-REMOVED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Extract records remaining:  " EXT-KEPT-COUNT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "GRPHIST rows removed:       " GRPHIST-REMOVED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Master groups restored:     " GROUPS-RESTORED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Master groups removed:      " GROUPS-REMOVED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Master priors replaced:     " PRIORS-REFRESHED
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Master groups left as is:   " GROUPS-LEFT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           IF PROGRESS-CLEARED = "Y"
               MOVE SPACES TO BACKOUT-LINE-TEXT
               STRING "FIND-STATS restart record for the cycle cleared"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               PERFORM WRITE-BACKOUT-LINE
           END-IF.

      * The removed counts are proved against the BALANCE.PRT left by
      * the FIND-STATS run being backed out: extract G records, history
      * V records and the history value hash must all agree, and every
      * master group touched that day must be accounted for.
       CHECK-AGAINST-BALANCE.
           MOVE SPACES TO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           PERFORM READ-BALANCE-REPORT
           IF BALANCE-PRESENT = "N"
               MOVE SPACES TO BACKOUT-LINE-TEXT
               STRING "BALANCE.PRT not present, control totals "
                   "not compared"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               PERFORM WRITE-BACKOUT-LINE
           ELSE
               IF BALANCE-DATE-NUM NOT = BACKOUT-DATE
                   OR BALANCE-CYCLE NOT = BACKOUT-CYCLE
                   MOVE SPACES TO BACKOUT-LINE-TEXT
                   STRING "BALANCE.PRT is for " BALANCE-DATE-TEXT
                       " cycle " BALANCE-CYCLE
                       ", not the backed-out cycle; not compared"
                       DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
                   PERFORM WRITE-BACKOUT-LINE
               ELSE
                   PERFORM COMPARE-BALANCE-TOTALS
               END-IF
           END-IF
           IF EXT-G-REMOVED = GROUPS-RESTORED + GROUPS-REMOVED
                   + PRIORS-REFRESHED + GROUPS-LEFT
               MOVE "IN BALANCE    " TO CHECK-RESULT-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO CHECK-RESULT-TEXT
               MOVE "N" TO BACKOUT-IN-BALANCE
           END-IF
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Extract G vs master groups: " CHECK-RESULT-TEXT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           IF BACKOUT-IN-BALANCE = "Y"
               STRING "BACK-OUT IS IN BALANCE"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           ELSE
               STRING "BACK-OUT IS OUT OF BALANCE"
                   DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
               DISPLAY "RUN-BACKOUT: back-out is out of balance, "
                   "see BACKOUT.PRT"
           END-IF
           PERFORM WRITE-BACKOUT-LINE.

       READ-BALANCE-REPORT.
           OPEN INPUT BALANCE-FILE
           IF BALANCE-FILE-STATUS = "00"
               MOVE "Y" TO BALANCE-PRESENT
               PERFORM UNTIL BALANCE-FILE-STATUS = "10"
                   READ BALANCE-FILE
                       AT END
                           MOVE "10" TO BALANCE-FILE-STATUS
                       NOT AT END
                           PERFORM PICK-BALANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       PICK-BALANCE-LINE.
           EVALUATE TRUE
               WHEN BALANCE-RECORD(1:10) = "Run date: "
                   MOVE BALANCE-RECORD(11:10) TO BALANCE-DATE-TEXT
                   IF BALANCE-RECORD(11:4) IS NUMERIC
                       AND BALANCE-RECORD(16:2) IS NUMERIC
                       AND BALANCE-RECORD(19:2) IS NUMERIC
                       MOVE SPACES TO BALANCE-DATE-WORK
                       STRING BALANCE-RECORD(11:4)
                           BALANCE-RECORD(16:2)
                           BALANCE-RECORD(19:2)
                           DELIMITED BY SIZE INTO BALANCE-DATE-WORK
                       MOVE BALANCE-DATE-WORK TO BALANCE-DATE-NUM
                   END-IF
      * A report from before cycles were kept has no cycle and is
      * cycle 1.
                   MOVE "1" TO BALANCE-CYCLE
                   IF BALANCE-RECORD(42:10) = "   Cycle: "
                       AND BALANCE-RECORD(52:1) NOT = SPACE
                       MOVE BALANCE-RECORD(52:1) TO BALANCE-CYCLE
                   END-IF
               WHEN BALANCE-RECORD(1:24) = "Extract G on file today:"
                   AND BALANCE-RECORD(29:5) IS NUMERIC
                   MOVE BALANCE-RECORD(29:5) TO BALANCE-G-ON-FILE
               WHEN BALANCE-RECORD(1:24) = "History V on file today:"
                   AND BALANCE-RECORD(29:7) IS NUMERIC
                   MOVE BALANCE-RECORD(29:7) TO BALANCE-V-ON-FILE
               WHEN BALANCE-RECORD(1:27) =
                   "History hash on file today:"
                   AND BALANCE-RECORD(29:12) IS NUMERIC
                   MOVE BALANCE-RECORD(29:12) TO BALANCE-HASH-ON-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPARE-BALANCE-TOTALS.
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "BALANCE.PRT for " BALANCE-DATE-TEXT
               " cycle " BALANCE-CYCLE ": extract G " BALANCE-G-ON-FILE
               ", history V " BALANCE-V-ON-FILE
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "BALANCE.PRT history hash:   " BALANCE-HASH-ON-FILE
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           IF EXT-G-REMOVED = BALANCE-G-ON-FILE
               MOVE "IN BALANCE    " TO CHECK-RESULT-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO CHECK-RESULT-TEXT
               MOVE "N" TO BACKOUT-IN-BALANCE
           END-IF
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Extract G vs BALANCE.PRT:   " CHECK-RESULT-TEXT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           IF HIST-V-REMOVED = BALANCE-V-ON-FILE
               MOVE "IN BALANCE    " TO CHECK-RESULT-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO CHECK-RESULT-TEXT
               MOVE "N" TO BACKOUT-IN-BALANCE
           END-IF
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "History V vs BALANCE.PRT:   " CHECK-RESULT-TEXT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           IF HIST-HASH-REMOVED = BALANCE-HASH-ON-FILE
               MOVE "IN BALANCE    " TO CHECK-RESULT-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO CHECK-RESULT-TEXT
               MOVE "N" TO BACKOUT-IN-BALANCE
           END-IF
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "History hash vs BALANCE.PRT:" CHECK-RESULT-TEXT
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE.

       OPEN-BACKOUT-REPORT.
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF BACKOUT-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to open BACKOUT.PRT, "
                   "status " BACKOUT-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "RUN-BACKOUT PROCESSING DATE BACK-OUT REPORT"
               DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-LINE-TEXT
           STRING "Processing date backed out: " BACKOUT-DATE-DISPLAY
               "   Cycle: " BACKOUT-CYCLE
               DELIMITED BY SIZE INTO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE
           MOVE SPACES TO BACKOUT-LINE-TEXT
           PERFORM WRITE-BACKOUT-LINE.

       WRITE-BACKOUT-LINE.
           MOVE BACKOUT-LINE-TEXT TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           IF BACKOUT-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RUN-BACKOUT: unable to write BACKOUT.PRT, "
                   "status " BACKOUT-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
