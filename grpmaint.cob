           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT GRPHIST-FILE ASSIGN TO "GRPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS GRPHIST-FILE-STATUS.
           SELECT MAINTCTL-FILE ASSIGN TO "MAINTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTCTL-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "MAINT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-REPORT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 GM-PRIOR-MEAN PIC 9(7)V99.
               05 GM-PRIOR-MEDIAN PIC 9(7)V99.
               05 GM-PRIOR-STD-DEV PIC 9(7)V9999.
               05 GM-RUN-CYCLES.
                   10 GM-LAST-RUN-CYCLE PIC X(1).
                   10 GM-PRIOR-RUN-CYCLE PIC X(1).

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

       FD  MAINTCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
           01 MAINT-REPORT-RECORD PIC X(80).

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

       FD  PROCDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PROCDATE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 GRPMAST-FILE-STATUS PIC X(2) VALUE "00".
           01 EXTRACT-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPHIST-FILE-STATUS PIC X(2) VALUE "00".
           01 MAINTCTL-FILE-STATUS PIC X(2) VALUE "00".
           01 MAINT-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 AUDIT-FILE-STATUS PIC X(2) VALUE "00".
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
           01 PROC-DATE-NUM PIC 9(8) VALUE 0.
           01 AUDIT-STAMP-TEXT PIC X(21) VALUE SPACES.
           01 AUDIT-ACTION PIC X(8) VALUE SPACES.
           01 AUDIT-GROUP-KEY PIC X(4) VALUE SPACES.
           01 AUDIT-BEFORE-IMAGE.
               05 AUDIT-BEFORE-STATS PIC X(113) VALUE SPACES.
               05 AUDIT-BEFORE-CYCLES PIC X(2) VALUE SPACES.
           01 AUDIT-AFTER-IMAGE.
               05 AUDIT-AFTER-STATS PIC X(113) VALUE SPACES.
               05 AUDIT-AFTER-CYCLES PIC X(2) VALUE SPACES.
           01 AUDIT-ENTRY-COUNT PIC 9(5) VALUE 0.
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-TIME-NUM PIC 9(6).
           01 PURGE-REQUESTED PIC X(1) VALUE "N".
           01 VERIFY-REQUESTED PIC X(1) VALUE "N".
           01 REBUILD-REQUESTED PIC X(1) VALUE "N".
           01 HIST-REBUILD-REQUESTED PIC X(1) VALUE "N".
           01 HIST-ROWS-WRITTEN PIC 9(7) VALUE 0.
           01 HIST-ROWS-REPLACED PIC 9(7) VALUE 0.
           01 EXTRACT-CYCLE PIC X(1) VALUE SPACE.
           01 PURGE-CUTOFF-DATE PIC 9(8) VALUE 0.
           01 CUTOFF-INTEGER PIC 9(8) VALUE 0.
           01 PURGE-CUTOFF-DISPLAY PIC 9(4)/99/99.
               05 PURGE-KEY-ENTRY OCCURS 500 TIMES PIC X(4).
           01 PURGE-DATE-TABLE.
               05 PURGE-DATE-ENTRY OCCURS 500 TIMES PIC 9(8).
           01 PURGE-IMAGE-TABLE.
               05 PURGE-IMAGE-ENTRY OCCURS 500 TIMES PIC X(115).
           01 PURGE-OVERFLOW PIC 9(5) VALUE 0.
           01 SCAN-DONE PIC X(1) VALUE "N".
           01 DELETED-COUNT PIC 9(5) VALUE 0.
                   10 RBL-PRIOR-MEAN PIC 9(7)V99.
                   10 RBL-PRIOR-MEDIAN PIC 9(7)V99.
                   10 RBL-PRIOR-STD-DEV PIC 9(7)V9999.
                   10 RBL-LAST-CYCLE PIC X(1).
                   10 RBL-PRIOR-CYCLE PIC X(1).
           01 REBUILD-SWAP-ENTRY.
               05 SWP-GROUP-KEY PIC X(4).
               05 SWP-RUN-COUNT PIC 9(5).
               05 SWP-PRIOR-MEAN PIC 9(7)V99.
               05 SWP-PRIOR-MEDIAN PIC 9(7)V99.
               05 SWP-PRIOR-STD-DEV PIC 9(7)V9999.
               05 SWP-LAST-CYCLE PIC X(1).
               05 SWP-PRIOR-CYCLE PIC X(1).
           01 OLD-MASTER-COUNT PIC 9(3) VALUE 0.
           01 OLD-MASTER-DROPPED PIC 9(5) VALUE 0.
           01 OLD-MASTER-TABLE.
               05 OLD-MASTER-ENTRY OCCURS 500 TIMES.
                   10 OLD-MASTER-KEY PIC X(4).
                   10 OLD-MASTER-MATCHED PIC X(1).
                   10 OLD-MASTER-IMAGE PIC X(115).
           01 OLD-INDEX PIC 9(3) VALUE 0.
           01 GROUP-INDEX PIC 9(3) VALUE 0.
           01 GROUP-FOUND PIC X(1) VALUE "N".
           01 EXTRACT-G-READ PIC 9(7) VALUE 0.
           PERFORM INITIALIZE-MAINT.
           PERFORM READ-MAINT-CONTROL.
           PERFORM OPEN-MAINT-REPORT.
           IF REBUILD-REQUESTED = "Y" OR DELETE-KEY-COUNT > 0
               OR PURGE-REQUESTED = "Y"
               PERFORM OPEN-AUDIT-JOURNAL
           END-IF
           IF REBUILD-REQUESTED = "Y"
               PERFORM REBUILD-FROM-EXTRACT
           END-IF
           IF HIST-REBUILD-REQUESTED = "Y"
               PERFORM REBUILD-HISTORY-FROM-EXTRACT
           END-IF
           IF DELETE-KEY-COUNT > 0
               PERFORM DELETE-LISTED-GROUPS
           END-IF
               PERFORM VERIFY-GROUP-MASTER
           END-IF
           PERFORM PRINT-MAINT-TOTALS.
           IF REBUILD-REQUESTED = "Y" OR DELETE-KEY-COUNT > 0
               OR PURGE-REQUESTED = "Y"
               CLOSE AUDIT-FILE
           END-IF
           IF VERIFY-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE CURRENT-DATE-TIME(1:8) TO RUN-DATE-NUM
           MOVE CURRENT-DATE-TIME(9:6) TO RUN-TIME-NUM
           MOVE RUN-DATE-NUM TO RUN-DATE-DISPLAY
           MOVE RUN-TIME-NUM TO RUN-TIME-DISPLAY
           MOVE RUN-DATE-NUM TO PROC-DATE-NUM
           PERFORM READ-PROCESS-DATE.

      * The processing date is carried on each audit entry so that
      * master changes line up with the business date they belong
      * to.  Purge ages are still measured from the run date.
       READ-PROCESS-DATE.
           OPEN INPUT PROCDATE-FILE
           IF PROCDATE-FILE-STATUS = "00"
               PERFORM UNTIL PROCDATE-FILE-STATUS = "10"
                   READ PROCDATE-FILE
                       AT END
                           MOVE "10" TO PROCDATE-FILE-STATUS
                       NOT AT END
                           IF PROCDATE-RECORD(1:12) = "PROCESS-DATE"
                               AND PROCDATE-RECORD(14:8) IS NUMERIC
                               MOVE PROCDATE-RECORD(14:8)
                                   TO PROC-DATE-WORK
                               IF FUNCTION INTEGER-OF-DATE
                                   (PROC-DATE-WORK) > 0
                                   MOVE PROC-DATE-WORK TO PROC-DATE-NUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCDATE-FILE
           END-IF.

       READ-MAINT-CONTROL.
           OPEN INPUT MAINTCTL-FILE
           IF DELETE-KEY-COUNT = 0 AND PURGE-REQUESTED = "N"
               AND VERIFY-REQUESTED = "N"
               AND REBUILD-REQUESTED = "N"
               AND HIST-REBUILD-REQUESTED = "N"
               DISPLAY "GRPMAST-MAINT: MAINTCTL.DAT holds no "
                   "maintenance cards, nothing to do"
               GOBACK
                               CTL-OPERAND-1(1:12) " unknown, only "
                               "EXTRACT is supported, ignored"
                       END-IF
                   WHEN "REBUILD-HISTORY"
                       IF CTL-OPERAND-1 = "EXTRACT"
                           OR CTL-OPERAND-1 = SPACES
                           MOVE "Y" TO HIST-REBUILD-REQUESTED
                       ELSE
                           DISPLAY "GRPMAST-MAINT: REBUILD-HISTORY "
                               "source " CTL-OPERAND-1(1:12)
                               " unknown, only EXTRACT is supported, "
                               "ignored"
                       END-IF
                   WHEN OTHER
                       DISPLAY "GRPMAST-MAINT: MAINTCTL.DAT card "
                           "unknown, ignored: " MAINTCTL-RECORD(1:40)
      * Rebuilding reloads the master from the G records still on
      * EXTRACT.DAT: the newest run for each group becomes the
      * current snapshot, the one before it the prior snapshot, and
      * the run count is the number of runs (date and cycle) seen.
       REBUILD-FROM-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS = "35"
                   MOVE 0 TO RBL-PRIOR-MEAN(GROUP-INDEX)
                   MOVE 0 TO RBL-PRIOR-MEDIAN(GROUP-INDEX)
                   MOVE 0 TO RBL-PRIOR-STD-DEV(GROUP-INDEX)
                   MOVE SPACE TO RBL-LAST-CYCLE(GROUP-INDEX)
                   MOVE SPACE TO RBL-PRIOR-CYCLE(GROUP-INDEX)
                   PERFORM RECORD-EXTRACT-RUN
               END-IF
           ELSE
               PERFORM RECORD-EXTRACT-RUN
           END-IF.

      * Extract records written before cycles were kept have a blank
      * cycle, which is cycle 1.  A second record for the same date
      * and cycle is a rerun and replaces the first.
       RECORD-EXTRACT-RUN.
           MOVE EXT-CYCLE TO EXTRACT-CYCLE
           IF EXTRACT-CYCLE = SPACE
               MOVE "1" TO EXTRACT-CYCLE
           END-IF
           IF EXT-RUN-DATE = RBL-LAST-DATE(GROUP-INDEX)
               AND EXTRACT-CYCLE = RBL-LAST-CYCLE(GROUP-INDEX)
               CONTINUE
           ELSE
               ADD 1 TO RBL-RUN-COUNT(GROUP-INDEX)
               MOVE RBL-LAST-DATE(GROUP-INDEX)
                   TO RBL-PRIOR-DATE(GROUP-INDEX)
               MOVE RBL-LAST-CYCLE(GROUP-INDEX)
                   TO RBL-PRIOR-CYCLE(GROUP-INDEX)
               MOVE RBL-LAST-SMALLEST(GROUP-INDEX)
                   TO RBL-PRIOR-SMALLEST(GROUP-INDEX)
               MOVE RBL-LAST-LARGEST(GROUP-INDEX)
                   TO RBL-PRIOR-STD-DEV(GROUP-INDEX)
           END-IF
           MOVE EXT-RUN-DATE TO RBL-LAST-DATE(GROUP-INDEX)
           MOVE EXTRACT-CYCLE TO RBL-LAST-CYCLE(GROUP-INDEX)
           MOVE EXT-SMALLEST TO RBL-LAST-SMALLEST(GROUP-INDEX)
           MOVE EXT-LARGEST TO RBL-LAST-LARGEST(GROUP-INDEX)
           MOVE EXT-MODE TO RBL-LAST-MODE(GROUP-INDEX)
           END-PERFORM.

       WRITE-REBUILT-MASTER.
           PERFORM LOAD-OLD-MASTER
           OPEN OUTPUT GRPMAST-FILE
           IF GRPMAST-FILE-STATUS NOT = "00"
               DISPLAY "GRPMAST-MAINT: unable to recreate "
               MOVE RBL-PRIOR-MEAN(I) TO GM-PRIOR-MEAN
               MOVE RBL-PRIOR-MEDIAN(I) TO GM-PRIOR-MEDIAN
               MOVE RBL-PRIOR-STD-DEV(I) TO GM-PRIOR-STD-DEV
               MOVE RBL-LAST-CYCLE(I) TO GM-LAST-RUN-CYCLE
               MOVE RBL-PRIOR-CYCLE(I) TO GM-PRIOR-RUN-CYCLE
               WRITE GRPMAST-RECORD
               IF GRPMAST-FILE-STATUS NOT = "00"
                   DISPLAY "GRPMAST-MAINT: unable to write "
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM JOURNAL-REBUILT-GROUP
           END-PERFORM
           CLOSE GRPMAST-FILE
           PERFORM JOURNAL-DROPPED-GROUPS
           MOVE SPACES TO MAINT-LINE-TEXT
           STRING "Rebuilt master from " EXTRACT-G-READ
               " extract G records, " GROUP-COUNT " groups"
               MOVE "Y" TO MAINT-ERRORS
           END-IF.

      * The master as it stood before the rebuild is held so each
      * rebuilt group can be journalled against its old record, and
      * groups the rebuild leaves out are journalled as dropped.
       LOAD-OLD-MASTER.
           MOVE 0 TO OLD-MASTER-COUNT
           OPEN INPUT GRPMAST-FILE
           IF GRPMAST-FILE-STATUS = "00"
               MOVE "N" TO SCAN-DONE
               PERFORM UNTIL SCAN-DONE = "Y"
                   READ GRPMAST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SCAN-DONE
                       NOT AT END
                           IF OLD-MASTER-COUNT >= GROUP-TABLE-MAX
                               ADD 1 TO OLD-MASTER-DROPPED
                           ELSE
                               ADD 1 TO OLD-MASTER-COUNT
                               MOVE GM-GROUP-KEY TO
                                   OLD-MASTER-KEY(OLD-MASTER-COUNT)
                               MOVE "N" TO
                                   OLD-MASTER-MATCHED(OLD-MASTER-COUNT)
                               MOVE GRPMAST-RECORD TO
                                   OLD-MASTER-IMAGE(OLD-MASTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRPMAST-FILE
           END-IF
           IF OLD-MASTER-DROPPED > 0
               MOVE SPACES TO MAINT-LINE-TEXT
               STRING "Old master table full, " OLD-MASTER-DROPPED
                   " groups journalled without a before image"
                   DELIMITED BY SIZE INTO MAINT-LINE-TEXT
               PERFORM WRITE-MAINT-LINE
           END-IF.

       JOURNAL-REBUILT-GROUP.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE
           MOVE "N" TO GROUP-FOUND
           PERFORM VARYING OLD-INDEX FROM 1 BY 1
                   UNTIL OLD-INDEX > OLD-MASTER-COUNT
                   OR GROUP-FOUND = "Y"
               IF OLD-MASTER-KEY(OLD-INDEX) = GM-GROUP-KEY
                   MOVE "Y" TO GROUP-FOUND
                   MOVE "Y" TO OLD-MASTER-MATCHED(OLD-INDEX)
                   MOVE OLD-MASTER-IMAGE(OLD-INDEX)
                       TO AUDIT-BEFORE-IMAGE
               END-IF
           END-PERFORM
           MOVE "REBUILD" TO AUDIT-ACTION
           MOVE GM-GROUP-KEY TO AUDIT-GROUP-KEY
           MOVE GRPMAST-RECORD TO AUDIT-AFTER-IMAGE
           PERFORM WRITE-AUDIT-ENTRY.

       JOURNAL-DROPPED-GROUPS.
           PERFORM VARYING OLD-INDEX FROM 1 BY 1
                   UNTIL OLD-INDEX > OLD-MASTER-COUNT
               IF OLD-MASTER-MATCHED(OLD-INDEX) = "N"
                   MOVE "REBUILD" TO AUDIT-ACTION
                   MOVE OLD-MASTER-KEY(OLD-INDEX) TO AUDIT-GROUP-KEY
                   MOVE OLD-MASTER-IMAGE(OLD-INDEX)
                       TO AUDIT-BEFORE-IMAGE
                   MOVE SPACES TO AUDIT-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-PERFORM.

      * GRPHIST.DAT is reloaded from the same G records, one row per
      * group, date and cycle.  Every run still on EXTRACT.DAT is
      * loaded; FIND-STATS trims each group back to HIST-KEEP-RUNS
      * rows the next time the group runs.
       REBUILD-HISTORY-FROM-EXTRACT.
           MOVE 0 TO HIST-ROWS-WRITTEN
           MOVE 0 TO HIST-ROWS-REPLACED
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS = "35"
               DISPLAY "GRPMAST-MAINT: EXTRACT.DAT not present, "
                   "cannot rebuild GRPHIST.DAT"
               MOVE "Y" TO MAINT-ERRORS
           ELSE
               IF EXTRACT-FILE-STATUS NOT = "00"
                   DISPLAY "GRPMAST-MAINT: unable to open "
                       "EXTRACT.DAT, status " EXTRACT-FILE-STATUS
                   MOVE "Y" TO MAINT-ERRORS
               ELSE
                   OPEN OUTPUT GRPHIST-FILE
                   IF GRPHIST-FILE-STATUS NOT = "00"
                       DISPLAY "GRPMAST-MAINT: unable to recreate "
                           "GRPHIST.DAT, status " GRPHIST-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   CLOSE GRPHIST-FILE
                   OPEN I-O GRPHIST-FILE
                   IF GRPHIST-FILE-STATUS NOT = "00"
                       DISPLAY "GRPMAST-MAINT: unable to open "
                           "GRPHIST.DAT, status " GRPHIST-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM UNTIL EXTRACT-FILE-STATUS = "10"
                       READ EXTRACT-FILE
                           AT END
                               MOVE "10" TO EXTRACT-FILE-STATUS
                           NOT AT END
                               IF EXT-REC-TYPE = "G"
                                   PERFORM LOAD-HISTORY-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRPHIST-FILE
                   CLOSE EXTRACT-FILE
                   MOVE SPACES TO MAINT-LINE-TEXT
                   STRING "Rebuilt GRPHIST.DAT with " HIST-ROWS-WRITTEN
                       " rows, " HIST-ROWS-REPLACED " reruns replaced"
                       DELIMITED BY SIZE INTO MAINT-LINE-TEXT
                   PERFORM WRITE-MAINT-LINE
               END-IF
           END-IF.

       LOAD-HISTORY-ROW.
           MOVE EXT-GROUP-KEY TO GH-GROUP-KEY
           MOVE EXT-RUN-DATE TO GH-RUN-DATE
           MOVE EXT-CYCLE TO GH-RUN-CYCLE
           IF GH-RUN-CYCLE = SPACE
               MOVE "1" TO GH-RUN-CYCLE
           END-IF
           MOVE EXT-SMALLEST TO GH-SMALLEST
           MOVE EXT-LARGEST TO GH-LARGEST
           MOVE EXT-MODE TO GH-MODE
           MOVE EXT-MEAN TO GH-MEAN
           MOVE EXT-MEDIAN TO GH-MEDIAN
           MOVE EXT-STD-DEV TO GH-STD-DEV
           IF EXT-VALUE-COUNT IS NUMERIC
               MOVE EXT-VALUE-COUNT TO GH-VALUE-COUNT
           ELSE
               MOVE 0 TO GH-VALUE-COUNT
           END-IF
           WRITE GRPHIST-RECORD
           IF GRPHIST-FILE-STATUS = "22"
               REWRITE GRPHIST-RECORD
               IF GRPHIST-FILE-STATUS = "00"
                   ADD 1 TO HIST-ROWS-REPLACED
               END-IF
           ELSE
               IF GRPHIST-FILE-STATUS = "00"
                   ADD 1 TO HIST-ROWS-WRITTEN
               END-IF
           END-IF
           IF GRPHIST-FILE-STATUS NOT = "00"
               DISPLAY "GRPMAST-MAINT: unable to write GRPHIST.DAT, "
                   "status " GRPHIST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       DELETE-LISTED-GROUPS.
           OPEN I-O GRPMAST-FILE
           IF GRPMAST-FILE-STATUS NOT = "00"
                       PERFORM WRITE-MAINT-LINE
                   NOT INVALID KEY
                       MOVE GM-LAST-RUN-DATE TO DATE-EDIT
                       MOVE GRPMAST-RECORD TO AUDIT-BEFORE-IMAGE
                       DELETE GRPMAST-FILE
                           INVALID KEY
                               MOVE "Y" TO MAINT-ERRORS
                                   DELIMITED BY SIZE
                                   INTO MAINT-LINE-TEXT
                               PERFORM WRITE-MAINT-LINE
                               MOVE "DELETE" TO AUDIT-ACTION
                               MOVE DELETE-KEY-ENTRY(I)
                                   TO AUDIT-GROUP-KEY
                               MOVE SPACES TO AUDIT-AFTER-IMAGE
                               PERFORM WRITE-AUDIT-ENTRY
                       END-DELETE
               END-READ
           END-PERFORM
                                   PURGE-KEY-ENTRY(PURGE-KEY-COUNT)
                               MOVE GM-LAST-RUN-DATE TO
                                   PURGE-DATE-ENTRY(PURGE-KEY-COUNT)
                               MOVE GRPMAST-RECORD TO
                                   PURGE-IMAGE-ENTRY(PURGE-KEY-COUNT)
                           END-IF
                       END-IF
               END-READ
                           ", last run " DATE-EDIT
                           DELIMITED BY SIZE INTO MAINT-LINE-TEXT
                       PERFORM WRITE-MAINT-LINE
                       MOVE "PURGE" TO AUDIT-ACTION
                       MOVE PURGE-KEY-ENTRY(I) TO AUDIT-GROUP-KEY
                       MOVE PURGE-IMAGE-ENTRY(I) TO AUDIT-BEFORE-IMAGE
                       MOVE SPACES TO AUDIT-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-ENTRY
               END-DELETE
           END-PERFORM
           CLOSE GRPMAST-FILE
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      * Every change made to GRPMAST.DAT is journalled on AUDIT.DAT
      * with the record before and after the change; a deleted or
      * purged group has a blank after image.
       OPEN-AUDIT-JOURNAL.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "GRPMAST-MAINT: unable to open AUDIT.DAT, "
                   "status " AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-RECORD
           MOVE PROC-DATE-NUM TO AUD-PROC-DATE
           MOVE FUNCTION CURRENT-DATE TO AUDIT-STAMP-TEXT
           MOVE AUDIT-STAMP-TEXT(9:6) TO AUD-TIME
           MOVE "GRPMAST-MAINT" TO AUD-PROGRAM
           MOVE AUDIT-ACTION TO AUD-ACTION
           MOVE AUDIT-GROUP-KEY TO AUD-GROUP-KEY
           MOVE AUDIT-BEFORE-STATS TO AUD-BEFORE-IMAGE
           MOVE AUDIT-BEFORE-CYCLES TO AUD-BEFORE-CYCLES
           MOVE AUDIT-AFTER-STATS TO AUD-AFTER-IMAGE
           MOVE AUDIT-AFTER-CYCLES TO AUD-AFTER-CYCLES
           WRITE AUDIT-RECORD
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "GRPMAST-MAINT: unable to write AUDIT.DAT, "
                   "status " AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO AUDIT-ENTRY-COUNT.

       PRINT-MAINT-TOTALS.
           MOVE SPACES TO MAINT-LINE-TEXT
           PERFORM WRITE-MAINT-LINE
           STRING "Groups purged by age:    " PURGED-COUNT
               DELIMITED BY SIZE INTO MAINT-LINE-TEXT
           PERFORM WRITE-MAINT-LINE
           MOVE SPACES TO MAINT-LINE-TEXT
           STRING "Audit entries written:   " AUDIT-ENTRY-COUNT
               DELIMITED BY SIZE INTO MAINT-LINE-TEXT
           PERFORM WRITE-MAINT-LINE
           CLOSE MAINT-REPORT-FILE
           DISPLAY "GRPMAST-MAINT: " DELETED-COUNT " deleted, "
               PURGED-COUNT " purged, " VERIFY-ERROR-COUNT
