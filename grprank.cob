               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-GROUP-KEY
               FILE STATUS IS GRPMAST-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.
           SELECT RANK-REPORT-FILE ASSIGN TO "GRPRANK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANK-REPORT-FILE-STATUS.
               05 GM-PRIOR-MEAN PIC 9(7)V99.
               05 GM-PRIOR-MEDIAN PIC 9(7)V99.
               05 GM-PRIOR-STD-DEV PIC 9(7)V9999.
               05 GM-RUN-CYCLES.
                   10 GM-LAST-RUN-CYCLE PIC X(1).
                   10 GM-PRIOR-RUN-CYCLE PIC X(1).

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

       FD  RANK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 GRPMAST-FILE-STATUS PIC X(2) VALUE "00".
           01 RANK-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 RANKCTL-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-PRESENT PIC X(1) VALUE "N".
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-TIME-NUM PIC 9(6).
           01 GROUP-RANK-TABLE.
               05 GROUP-RANK-ENTRY OCCURS 500 TIMES.
                   10 RNK-GROUP-KEY PIC X(4).
                   10 RNK-GROUP-NAME PIC X(30).
                   10 RNK-OWNER-DEPT PIC X(10).
                   10 RNK-CURR-MEAN PIC 9(7)V99.
                   10 RNK-CURR-STD-DEV PIC 9(7)V9999.
                   10 RNK-CURR-LARGEST PIC 9(5).
                   10 RNK-SORT-VALUE PIC S9(8)V9999.
           01 SWAP-ENTRY.
               05 SWP-GROUP-KEY PIC X(4).
               05 SWP-GROUP-NAME PIC X(30).
               05 SWP-OWNER-DEPT PIC X(10).
               05 SWP-CURR-MEAN PIC 9(7)V99.
               05 SWP-CURR-STD-DEV PIC 9(7)V9999.
               05 SWP-CURR-LARGEST PIC 9(5).
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "00"
               MOVE "Y" TO GRPREF-PRESENT
           ELSE
               MOVE "N" TO GRPREF-PRESENT
               DISPLAY "GROUP-RANKING: GRPREF.DAT not available, "
                   "status " GRPREF-FILE-STATUS
                   ", group names not shown"
           END-IF
           PERFORM UNTIL GRPMAST-FILE-STATUS = "10"
               READ GRPMAST-FILE NEXT RECORD
                   AT END
               END-READ
           END-PERFORM
           CLOSE GRPMAST-FILE
           IF GRPREF-PRESENT = "Y"
               CLOSE GRPREF-FILE
           END-IF
           IF GROUPS-DROPPED > 0
               DISPLAY "GROUP-RANKING: group table full, "
                   GROUPS-DROPPED " groups not ranked"
               ELSE
                   ADD 1 TO GROUP-COUNT
                   MOVE GM-GROUP-KEY TO RNK-GROUP-KEY(GROUP-COUNT)
                   PERFORM LOOKUP-GROUP-NAME
                   MOVE GM-CURR-MEAN TO RNK-CURR-MEAN(GROUP-COUNT)
                   MOVE GM-CURR-STD-DEV
                       TO RNK-CURR-STD-DEV(GROUP-COUNT)
               END-IF
           END-IF.

       LOOKUP-GROUP-NAME.
           MOVE SPACES TO RNK-GROUP-NAME(GROUP-COUNT)
           MOVE SPACES TO RNK-OWNER-DEPT(GROUP-COUNT)
           IF GRPREF-PRESENT = "Y"
               MOVE GM-GROUP-KEY TO GR-GROUP-KEY
               READ GRPREF-FILE
                   INVALID KEY
                       MOVE "(not on group reference file)"
                           TO RNK-GROUP-NAME(GROUP-COUNT)
                   NOT INVALID KEY
                       MOVE GR-GROUP-NAME
                           TO RNK-GROUP-NAME(GROUP-COUNT)
                       MOVE GR-OWNER-DEPT
                           TO RNK-OWNER-DEPT(GROUP-COUNT)
               END-READ
           END-IF.

       RANK-GROUPS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GROUP-COUNT
               PERFORM SET-SORT-VALUE
               DELIMITED BY SIZE INTO RANK-REPORT-RECORD
           WRITE RANK-REPORT-RECORD
           MOVE SPACES TO RANK-REPORT-RECORD
           STRING "            Group name                      Dept"
               DELIMITED BY SIZE INTO RANK-REPORT-RECORD
           WRITE RANK-REPORT-RECORD
           MOVE SPACES TO RANK-REPORT-RECORD
           WRITE RANK-REPORT-RECORD
           ADD 7 TO RANK-LINE-COUNT.

       PRINT-RANK-LINES.
           IF GROUPS-BYPASSED > 0
               DELIMITED BY SIZE INTO RANK-LINE-TEXT
           PERFORM WRITE-RANK-LINE.

      * The group name and department print on a second line under
      * the key, so the pair is kept together on one page.
       PRINT-ONE-RANK-LINE.
           IF RNK-GROUP-NAME(I) NOT = SPACES
               AND RANK-LINE-COUNT + 2 > RANK-LINES-PER-PAGE
               PERFORM WRITE-RANK-HEADER
           END-IF
           ADD 1 TO LINES-PRINTED
           ADD 1 TO RANK-NUMBER
           MOVE RANK-NUMBER TO RANK-NUMBER-DISPLAY
               "    " RNK-CURR-LARGEST(I)
               "  " RNK-PRIOR-LARGEST(I)
               DELIMITED BY SIZE INTO RANK-LINE-TEXT
           PERFORM WRITE-RANK-LINE
           IF RNK-GROUP-NAME(I) NOT = SPACES
               MOVE SPACES TO RANK-LINE-TEXT
               STRING "            " RNK-GROUP-NAME(I) "  "
                   RNK-OWNER-DEPT(I)
                   DELIMITED BY SIZE INTO RANK-LINE-TEXT
               PERFORM WRITE-RANK-LINE
           END-IF.

       WRITE-RANK-LINE.
           IF RANK-LINE-COUNT >= RANK-LINES-PER-PAGE
