           01 CTL-NUMBER PIC 9(5) VALUE 0.
           01 MERGE-BATCH-NUMBER PIC 9(5) VALUE 0.
           01 MERGE-BATCH-SEEN PIC X(1) VALUE "N".
           01 MERGE-CYCLE PIC X(1) VALUE "1".
           01 SOURCE-TABLE-MAX PIC 9(2) VALUE 10.
           01 SOURCE-COUNT PIC 9(2) VALUE 0.
           01 SOURCE-TABLE.
                           DISPLAY "INPUT-MERGE: SRCLIST.DAT "
                               "BATCH-NUMBER invalid, ignored"
                       END-IF
      * The cycle tells FIND-STATS which of the day's transmissions
      * this is; a department sending once a day needs no card.
                   WHEN "CYCLE"
                       IF CTL-OPERAND-1(1:1) IS NUMERIC
                           AND CTL-OPERAND-1(1:1) NOT = "0"
                           AND CTL-OPERAND-1(2:39) = SPACES
                           MOVE CTL-OPERAND-1(1:1) TO MERGE-CYCLE
                       ELSE
                           DISPLAY "INPUT-MERGE: SRCLIST.DAT "
                               "CYCLE invalid, cycle 1 used"
                       END-IF
                   WHEN OTHER
                       DISPLAY "INPUT-MERGE: SRCLIST.DAT card "
                           "unknown, ignored: " SRCLIST-RECORD(1:40)
               GOBACK
           END-IF
           MOVE SPACES TO MERGED-RECORD
           STRING "HDR" RUN-DATE-NUM MERGE-BATCH-NUMBER MERGE-CYCLE
               DELIMITED BY SIZE INTO MERGED-RECORD
           PERFORM WRITE-MERGED-RECORD
           MOVE 0 TO TOTAL-DETAIL-COUNT
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Batch: " MERGE-BATCH-NUMBER
               "   Cycle: " MERGE-CYCLE
               DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
