       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT AUDCTL-FILE ASSIGN TO "AUDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDCTL-FILE-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDIT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 AUDCTL-RECORD PIC X(80).

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 AUDIT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 AUDIT-FILE-STATUS PIC X(2) VALUE "00".
           01 AUDCTL-FILE-STATUS PIC X(2) VALUE "00".
           01 AUDIT-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-TIME-NUM PIC 9(6).
           01 RUN-DATE-DISPLAY PIC 9(4)/99/99.
           01 RUN-TIME-DISPLAY PIC 99/99/99.
           01 AUDIT-LINE-TEXT PIC X(80).
           01 AUDIT-LINE-COUNT PIC 9(3) VALUE 0.
           01 AUDIT-PAGE-COUNT PIC 9(4) VALUE 0.
           01 AUDIT-LINES-PER-PAGE PIC 9(3) VALUE 55.
           01 CTL-KEYWORD PIC X(20) VALUE SPACES.
           01 CTL-OPERAND-1 PIC X(40) VALUE SPACES.
           01 CTL-DATE-WORK PIC 9(8) VALUE 0.
           01 SELECT-GROUP-MAX PIC 9(3) VALUE 100.
           01 SELECT-GROUP-COUNT PIC 9(3) VALUE 0.
           01 SELECT-GROUP-TABLE.
               05 SELECT-GROUP-ENTRY OCCURS 100 TIMES PIC X(4).
           01 SELECT-FROM-DATE PIC 9(8) VALUE 0.
           01 SELECT-TO-DATE PIC 9(8) VALUE 99999999.
           01 ENTRY-SELECTED PIC X(1) VALUE "N".
           01 I PIC 9(3).
           01 IMAGE-LABEL PIC X(8) VALUE SPACES.
           01 IMAGE-WORK PIC X(115) VALUE SPACES.
           01 IMAGE-FIELDS REDEFINES IMAGE-WORK.
               05 IMG-GROUP-KEY PIC X(4).
               05 IMG-RUN-COUNT PIC 9(5).
               05 IMG-LAST-RUN-DATE PIC 9(8).
               05 IMG-CURR-SMALLEST PIC 9(5).
               05 IMG-CURR-LARGEST PIC 9(5).
               05 IMG-CURR-MODE PIC S9(5).
               05 IMG-CURR-MEAN PIC 9(7)V99.
               05 IMG-CURR-MEDIAN PIC 9(7)V99.
               05 IMG-CURR-STD-DEV PIC 9(7)V9999.
               05 IMG-PRIOR-RUN-DATE PIC 9(8).
               05 IMG-PRIOR-SMALLEST PIC 9(5).
               05 IMG-PRIOR-LARGEST PIC 9(5).
               05 IMG-PRIOR-MODE PIC S9(5).
               05 IMG-PRIOR-MEAN PIC 9(7)V99.
               05 IMG-PRIOR-MEDIAN PIC 9(7)V99.
               05 IMG-PRIOR-STD-DEV PIC 9(7)V9999.
               05 IMG-LAST-RUN-CYCLE PIC X(1).
               05 IMG-PRIOR-RUN-CYCLE PIC X(1).
           01 DATE-EDIT PIC 9(4)/99/99.
           01 TIME-EDIT PIC 99/99/99.
           01 MEAN-EDIT PIC ZZZZZ9.99.
           01 SD-EDIT PIC ZZZZ9.9999.
           01 MODE-EDIT PIC -ZZZZ9.
           01 MEDIAN-EDIT PIC ZZZZZ9.99.
           01 ENTRIES-READ PIC 9(7) VALUE 0.
           01 ENTRIES-LISTED PIC 9(7) VALUE 0.
           01 ADDS-LISTED PIC 9(7) VALUE 0.
           01 UPDATES-LISTED PIC 9(7) VALUE 0.
           01 REMOVALS-LISTED PIC 9(7) VALUE 0.
           01 REBUILDS-LISTED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-AUDIT-REPORT.
           PERFORM READ-AUDIT-CONTROL.
           PERFORM OPEN-AUDIT-FILES.
           PERFORM LIST-AUDIT-ENTRIES.
           PERFORM PRINT-AUDIT-TOTALS.
           PERFORM CLOSE-AUDIT-FILES.
           GOBACK.

       INITIALIZE-AUDIT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-TIME(1:8) TO RUN-DATE-NUM
           MOVE CURRENT-DATE-TIME(9:6) TO RUN-TIME-NUM
           MOVE RUN-DATE-NUM TO RUN-DATE-DISPLAY
           MOVE RUN-TIME-NUM TO RUN-TIME-DISPLAY.

      * AUDCTL.DAT is optional.  GROUP cards (one key each) limit the
      * listing to those groups; FROM-DATE and TO-DATE limit it to a
      * range of processing dates.  With no cards every entry is
      * listed.
       READ-AUDIT-CONTROL.
           OPEN INPUT AUDCTL-FILE
           IF AUDCTL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF AUDCTL-FILE-STATUS NOT = "00"
                   DISPLAY "AUDIT-REPORT: unable to open AUDCTL.DAT, "
                       "status " AUDCTL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL AUDCTL-FILE-STATUS = "10"
                   READ AUDCTL-FILE
                       AT END
                           MOVE "10" TO AUDCTL-FILE-STATUS
                       NOT AT END
                           PERFORM PROCESS-AUDIT-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE AUDCTL-FILE
           END-IF.

       PROCESS-AUDIT-CONTROL-CARD.
           IF AUDCTL-RECORD = SPACES OR AUDCTL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-OPERAND-1
               UNSTRING AUDCTL-RECORD DELIMITED BY ALL " "
                   INTO CTL-KEYWORD CTL-OPERAND-1
               END-UNSTRING
               EVALUATE CTL-KEYWORD
                   WHEN "GROUP"
                       IF CTL-OPERAND-1 = SPACES
                           DISPLAY "AUDIT-REPORT: GROUP card has no "
                               "group key, ignored"
                       ELSE
                           IF SELECT-GROUP-COUNT >= SELECT-GROUP-MAX
                               DISPLAY "AUDIT-REPORT: group list "
                                   "full, card ignored: "
                                   AUDCTL-RECORD(1:40)
                           ELSE
                               ADD 1 TO SELECT-GROUP-COUNT
                               MOVE CTL-OPERAND-1(1:4) TO
                                   SELECT-GROUP-ENTRY
                                   (SELECT-GROUP-COUNT)
                           END-IF
                       END-IF
                   WHEN "FROM-DATE"
                       PERFORM VALIDATE-CTL-DATE
                       IF CTL-DATE-WORK > 0
                           MOVE CTL-DATE-WORK TO SELECT-FROM-DATE
                       END-IF
                   WHEN "TO-DATE"
                       PERFORM VALIDATE-CTL-DATE
                       IF CTL-DATE-WORK > 0
                           MOVE CTL-DATE-WORK TO SELECT-TO-DATE
                       END-IF
                   WHEN OTHER
                       DISPLAY "AUDIT-REPORT: AUDCTL.DAT card "
                           "unknown, ignored: " AUDCTL-RECORD(1:40)
               END-EVALUATE
           END-IF.

       VALIDATE-CTL-DATE.
           MOVE 0 TO CTL-DATE-WORK
           IF CTL-OPERAND-1(1:8) IS NUMERIC
               AND CTL-OPERAND-1(9:1) = SPACE
               MOVE CTL-OPERAND-1(1:8) TO CTL-DATE-WORK
               IF FUNCTION INTEGER-OF-DATE(CTL-DATE-WORK) = 0
                   MOVE 0 TO CTL-DATE-WORK
               END-IF
           END-IF
           IF CTL-DATE-WORK = 0
               DISPLAY "AUDIT-REPORT: " CTL-KEYWORD(1:9)
                   " date invalid, ignored: " CTL-OPERAND-1(1:20)
           END-IF.

       OPEN-AUDIT-FILES.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "AUDIT-REPORT: AUDIT.DAT not present, "
                   "no master changes journalled"
               GOBACK
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-REPORT: unable to open AUDIT.DAT, "
                   "status " AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           IF AUDIT-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-REPORT: unable to open AUDIT.PRT, "
                   "status " AUDIT-REPORT-FILE-STATUS
               CLOSE AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-AUDIT-HEADER.

       LIST-AUDIT-ENTRIES.
           PERFORM UNTIL AUDIT-FILE-STATUS = "10"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO AUDIT-FILE-STATUS
                   NOT AT END
                       ADD 1 TO ENTRIES-READ
                       PERFORM CHECK-ENTRY-SELECTED
                       IF ENTRY-SELECTED = "Y"
                           PERFORM PRINT-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ENTRY-SELECTED.
           MOVE "Y" TO ENTRY-SELECTED
           IF AUD-PROC-DATE < SELECT-FROM-DATE
               OR AUD-PROC-DATE > SELECT-TO-DATE
               MOVE "N" TO ENTRY-SELECTED
           END-IF
           IF ENTRY-SELECTED = "Y" AND SELECT-GROUP-COUNT > 0
               MOVE "N" TO ENTRY-SELECTED
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > SELECT-GROUP-COUNT
                       OR ENTRY-SELECTED = "Y"
                   IF SELECT-GROUP-ENTRY(I) = AUD-GROUP-KEY
                       MOVE "Y" TO ENTRY-SELECTED
                   END-IF
               END-PERFORM
           END-IF.

      * Each entry prints as a heading line followed by the before and
      * after images; a missing image (an added group has no before
      * image, a removed group no after image) prints as "none".  An
      * image takes three lines: the current run, the rest of its
      * figures, and the prior run snapshot.
      * Entries journalled before cycles were kept have no cycle on
      * the image, which is cycle 1.
       PRINT-AUDIT-ENTRY.
           IF AUDIT-LINE-COUNT + 8 > AUDIT-LINES-PER-PAGE
               PERFORM WRITE-AUDIT-HEADER
           END-IF
           ADD 1 TO ENTRIES-LISTED
           EVALUATE TRUE
               WHEN AUD-BEFORE-IMAGE = SPACES
                   ADD 1 TO ADDS-LISTED
               WHEN AUD-AFTER-IMAGE = SPACES
                   ADD 1 TO REMOVALS-LISTED
               WHEN AUD-ACTION = "REBUILD"
                   ADD 1 TO REBUILDS-LISTED
               WHEN OTHER
                   ADD 1 TO UPDATES-LISTED
           END-EVALUATE
           MOVE AUD-PROC-DATE TO DATE-EDIT
           MOVE AUD-TIME TO TIME-EDIT
           MOVE SPACES TO AUDIT-LINE-TEXT
           STRING DATE-EDIT " " TIME-EDIT "  " AUD-GROUP-KEY "  "
               AUD-ACTION "  by " AUD-PROGRAM
               DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE
           MOVE "Before" TO IMAGE-LABEL
           MOVE AUD-BEFORE-IMAGE TO IMAGE-WORK
           MOVE AUD-BEFORE-CYCLES TO IMAGE-WORK(114:2)
           PERFORM PRINT-AUDIT-IMAGE
           MOVE "After" TO IMAGE-LABEL
           MOVE AUD-AFTER-IMAGE TO IMAGE-WORK
           MOVE AUD-AFTER-CYCLES TO IMAGE-WORK(114:2)
           PERFORM PRINT-AUDIT-IMAGE
           MOVE SPACES TO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE.

       PRINT-AUDIT-IMAGE.
           MOVE SPACES TO AUDIT-LINE-TEXT
           IF IMAGE-WORK = SPACES
               STRING "    " IMAGE-LABEL "none"
                   DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           ELSE
               MOVE IMG-LAST-RUN-DATE TO DATE-EDIT
               MOVE IMG-CURR-MEAN TO MEAN-EDIT
               MOVE IMG-CURR-STD-DEV TO SD-EDIT
               IF IMG-LAST-RUN-CYCLE = SPACE
                   MOVE "1" TO IMG-LAST-RUN-CYCLE
               END-IF
               STRING "    " IMAGE-LABEL "runs " IMG-RUN-COUNT
                   "  last " DATE-EDIT " cy " IMG-LAST-RUN-CYCLE
                   "  mean " MEAN-EDIT
                   "  sd " SD-EDIT
                   DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
               PERFORM WRITE-AUDIT-LINE
               MOVE IMG-CURR-MODE TO MODE-EDIT
               MOVE IMG-CURR-MEDIAN TO MEDIAN-EDIT
               MOVE SPACES TO AUDIT-LINE-TEXT
               STRING "            small " IMG-CURR-SMALLEST
                   "  large " IMG-CURR-LARGEST
                   "  mode " MODE-EDIT
                   "  median " MEDIAN-EDIT
                   DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
               PERFORM WRITE-AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE-TEXT
               IF IMG-PRIOR-RUN-DATE = 0
                   STRING "            prior none"
                       DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
               ELSE
                   MOVE IMG-PRIOR-RUN-DATE TO DATE-EDIT
                   MOVE IMG-PRIOR-MEAN TO MEAN-EDIT
                   MOVE IMG-PRIOR-STD-DEV TO SD-EDIT
                   IF IMG-PRIOR-RUN-CYCLE = SPACE
                       MOVE "1" TO IMG-PRIOR-RUN-CYCLE
                   END-IF
                   STRING "            prior " DATE-EDIT
                       " cy " IMG-PRIOR-RUN-CYCLE
                       "  mean " MEAN-EDIT
                       "  sd " SD-EDIT
                       DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-LINE.

       PRINT-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-LINE-TEXT
           STRING "Journal entries read:    " ENTRIES-READ
               DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE-TEXT
           STRING "Entries listed:          " ENTRIES-LISTED
               DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE-TEXT
           STRING "  Groups added:          " ADDS-LISTED
               DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE-TEXT
           STRING "  Groups updated:        " UPDATES-LISTED
               DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE-TEXT
           STRING "  Groups rebuilt:        " REBUILDS-LISTED
               DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE-TEXT
           STRING "  Groups removed:        " REMOVALS-LISTED
               DELIMITED BY SIZE INTO AUDIT-LINE-TEXT
           PERFORM WRITE-AUDIT-LINE
           DISPLAY "AUDIT-REPORT: " ENTRIES-LISTED " of "
               ENTRIES-READ " journal entries listed".

       WRITE-AUDIT-HEADER.
           ADD 1 TO AUDIT-PAGE-COUNT
           MOVE ZERO TO AUDIT-LINE-COUNT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "AUDIT-REPORT GROUP MASTER CHANGE JOURNAL"
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Page: " AUDIT-PAGE-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           ADD 3 TO AUDIT-LINE-COUNT.

       WRITE-AUDIT-LINE.
           IF AUDIT-LINE-COUNT >= AUDIT-LINES-PER-PAGE
               PERFORM WRITE-AUDIT-HEADER
           END-IF
           MOVE AUDIT-LINE-TEXT TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           IF AUDIT-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-REPORT: unable to write AUDIT.PRT, "
                   "status " AUDIT-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO AUDIT-LINE-COUNT.

       CLOSE-AUDIT-FILES.
           CLOSE AUDIT-FILE
           CLOSE AUDIT-REPORT-FILE.
