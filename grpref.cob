       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPREF-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.
           SELECT REFCTL-FILE ASSIGN TO "REFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFCTL-FILE-STATUS.
           SELECT REF-REPORT-FILE ASSIGN TO "GRPREF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REF-REPORT-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REFCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 REFCTL-RECORD PIC X(80).

       FD  REF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 REF-REPORT-RECORD PIC X(80).

       FD  PROCDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PROCDATE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 REFCTL-FILE-STATUS PIC X(2) VALUE "00".
           01 REF-REPORT-FILE-STATUS PIC X(2) VALUE "00".
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
           01 PROC-DATE-SET PIC X(1) VALUE "N".
           01 CURRENT-DATE-TIME PIC X(21).
           01 RUN-DATE-NUM PIC 9(8).
           01 RUN-TIME-NUM PIC 9(6).
           01 RUN-DATE-DISPLAY PIC 9(4)/99/99.
           01 RUN-TIME-DISPLAY PIC 99/99/99.
           01 REF-LINE-TEXT PIC X(80).
           01 REF-LINE-COUNT PIC 9(3) VALUE 0.
           01 REF-PAGE-COUNT PIC 9(4) VALUE 0.
           01 REF-LINES-PER-PAGE PIC 9(3) VALUE 55.
           01 CTL-KEYWORD PIC X(20) VALUE SPACES.
           01 CTL-GROUP-KEY PIC X(10) VALUE SPACES.
           01 CTL-WORD-1 PIC X(40) VALUE SPACES.
           01 CTL-WORD-2 PIC X(40) VALUE SPACES.
           01 CTL-WORD-3 PIC X(40) VALUE SPACES.
           01 CTL-OPERAND-1 PIC X(40) VALUE SPACES.
           01 CTL-NAME-TEXT PIC X(80) VALUE SPACES.
           01 CTL-POINTER PIC 9(3) VALUE 1.
           01 CTL-NUM-OK PIC X(1) VALUE "N".
           01 CTL-DIGIT-COUNT PIC 9(2) VALUE 0.
           01 CTL-NUMBER PIC 9(5) VALUE 0.
           01 CTL-DATE-OK PIC X(1) VALUE "N".
           01 CTL-DATE PIC 9(8) VALUE 0.
           01 CARD-REJECT-TEXT PIC X(40) VALUE SPACES.
           01 CARD-IS-VALID PIC X(1) VALUE "Y".
           01 NEW-EFFECTIVE-DATE PIC 9(8) VALUE 0.
           01 NEW-EXPIRY-DATE PIC 9(8) VALUE 0.
           01 NEW-MEAN-PCT PIC 9(3) VALUE 0.
           01 NEW-SD-PCT PIC 9(3) VALUE 0.
           01 NEW-SIGMA PIC 9(2) VALUE 0.
           01 LIST-REQUESTED PIC X(1) VALUE "N".
           01 SCAN-DONE PIC X(1) VALUE "N".
           01 CARDS-READ PIC 9(5) VALUE 0.
           01 GROUPS-ADDED PIC 9(5) VALUE 0.
           01 GROUPS-CHANGED PIC 9(5) VALUE 0.
           01 GROUPS-DELETED PIC 9(5) VALUE 0.
           01 CARDS-REJECTED PIC 9(5) VALUE 0.
           01 LIST-COUNT PIC 9(5) VALUE 0.
           01 MAINT-ERRORS PIC X(1) VALUE "N".
           01 J PIC 9(5).
           01 EFFECTIVE-DISPLAY PIC 9(4)/99/99.
           01 EXPIRY-DISPLAY PIC 9(4)/99/99.
           01 EXPIRY-TEXT PIC X(10) VALUE SPACES.
           01 TOLERANCE-TEXT PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REF-MAINT.
           PERFORM OPEN-REF-REPORT.
           PERFORM OPEN-GROUP-REFERENCE.
           PERFORM APPLY-REF-CONTROL.
           IF LIST-REQUESTED = "Y"
               PERFORM LIST-GROUP-REFERENCE
           END-IF
           CLOSE GRPREF-FILE.
           PERFORM PRINT-REF-TOTALS.
           IF CARDS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF MAINT-ERRORS = "Y"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-REF-MAINT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-TIME(1:8) TO RUN-DATE-NUM
           MOVE CURRENT-DATE-TIME(9:6) TO RUN-TIME-NUM
           PERFORM READ-PROCESS-DATE
           MOVE RUN-DATE-NUM TO RUN-DATE-DISPLAY
           MOVE RUN-TIME-NUM TO RUN-TIME-DISPLAY.

      * A group added without an EFFECTIVE card takes effect from the
      * business processing date, so it is accepted by the edit run
      * of the same cycle.
       READ-PROCESS-DATE.
           OPEN INPUT PROCDATE-FILE
           IF PROCDATE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF PROCDATE-FILE-STATUS NOT = "00"
                   DISPLAY "GRPREF-MAINT: unable to open "
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
               DISPLAY "GRPREF-MAINT: processing date set to "
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
                       DISPLAY "GRPREF-MAINT: PROCDATE.DAT date "
                           "invalid, wall-clock date kept"
                   END-IF
               ELSE
                   DISPLAY "GRPREF-MAINT: PROCDATE.DAT card "
                       "unknown, ignored: " PROCDATE-RECORD(1:40)
               END-IF
           END-IF.

       OPEN-GROUP-REFERENCE.
           OPEN I-O GRPREF-FILE
           IF GRPREF-FILE-STATUS = "35"
               OPEN OUTPUT GRPREF-FILE
               IF GRPREF-FILE-STATUS NOT = "00"
                   DISPLAY "GRPREF-MAINT: unable to create "
                       "GRPREF.DAT, status " GRPREF-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE GRPREF-FILE
               OPEN I-O GRPREF-FILE
           END-IF
           IF GRPREF-FILE-STATUS NOT = "00"
               DISPLAY "GRPREF-MAINT: unable to open GRPREF.DAT, "
                   "status " GRPREF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * REFCTL.DAT cards are applied in the order read, one group per
      * card, so a group can be added and then given its tolerances
      * in the same run:
      *   ADD key dept name          new active group, open-ended
      *   NAME key name              replace the group name
      *   DEPT key dept              replace the owning department
      *   ACTIVATE key               status A
      *   DEACTIVATE key             status I
      *   EFFECTIVE key from [to]    effective dates, yyyymmdd
      *   TOLERANCE key mean sd [sigma]
      *                              own limits, 0 = control default
      *   DELETE key                 remove the group
      *   LIST                       print the whole reference file
       APPLY-REF-CONTROL.
           OPEN INPUT REFCTL-FILE
           IF REFCTL-FILE-STATUS = "35"
               DISPLAY "GRPREF-MAINT: REFCTL.DAT not present, "
                   "no changes applied"
               MOVE "Y" TO LIST-REQUESTED
           ELSE
               IF REFCTL-FILE-STATUS NOT = "00"
                   DISPLAY "GRPREF-MAINT: unable to open REFCTL.DAT, "
                       "status " REFCTL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL REFCTL-FILE-STATUS = "10"
                   READ REFCTL-FILE
                       AT END
                           MOVE "10" TO REFCTL-FILE-STATUS
                       NOT AT END
                           PERFORM PROCESS-REF-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE REFCTL-FILE
           END-IF.

       PROCESS-REF-CONTROL-CARD.
           IF REFCTL-RECORD = SPACES OR REFCTL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO CARDS-READ
               MOVE "Y" TO CARD-IS-VALID
               MOVE SPACES TO CARD-REJECT-TEXT
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-GROUP-KEY
               MOVE SPACES TO CTL-WORD-1
               MOVE SPACES TO CTL-WORD-2
               MOVE SPACES TO CTL-WORD-3
               UNSTRING REFCTL-RECORD DELIMITED BY ALL " "
                   INTO CTL-KEYWORD CTL-GROUP-KEY CTL-WORD-1
                       CTL-WORD-2 CTL-WORD-3
               END-UNSTRING
               IF CTL-KEYWORD NOT = "LIST"
                   IF CTL-GROUP-KEY = SPACES
                       OR CTL-GROUP-KEY(5:6) NOT = SPACES
                       MOVE "N" TO CARD-IS-VALID
                       MOVE "group key missing or over 4 characters"
                           TO CARD-REJECT-TEXT
                   END-IF
               END-IF
               IF CARD-IS-VALID = "Y"
                   EVALUATE CTL-KEYWORD
                       WHEN "ADD"
                           PERFORM ADD-GROUP-REFERENCE
                       WHEN "NAME"
                           PERFORM CHANGE-GROUP-NAME
                       WHEN "DEPT"
                           PERFORM CHANGE-GROUP-DEPT
                       WHEN "ACTIVATE"
                           PERFORM CHANGE-GROUP-STATUS
                       WHEN "DEACTIVATE"
                           PERFORM CHANGE-GROUP-STATUS
                       WHEN "EFFECTIVE"
                           PERFORM CHANGE-GROUP-DATES
                       WHEN "TOLERANCE"
                           PERFORM CHANGE-GROUP-TOLERANCE
                       WHEN "DELETE"
                           PERFORM DELETE-GROUP-REFERENCE
                       WHEN "LIST"
                           MOVE "Y" TO LIST-REQUESTED
                       WHEN OTHER
                           MOVE "N" TO CARD-IS-VALID
                           MOVE "card keyword unknown"
                               TO CARD-REJECT-TEXT
                   END-EVALUATE
               END-IF
               IF CARD-IS-VALID = "N"
                   PERFORM REPORT-REJECTED-CARD
               END-IF
           END-IF.

       REPORT-REJECTED-CARD.
           ADD 1 TO CARDS-REJECTED
           MOVE SPACES TO REF-LINE-TEXT
           STRING "REJECTED " REFCTL-RECORD(1:40)
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE SPACES TO REF-LINE-TEXT
           STRING "         -- " CARD-REJECT-TEXT
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE.

      * The name is everything after the department word, so it may
      * hold embedded spaces.
       ADD-GROUP-REFERENCE.
           MOVE 1 TO CTL-POINTER
           MOVE SPACES TO CTL-NAME-TEXT
           UNSTRING REFCTL-RECORD DELIMITED BY ALL " "
               INTO CTL-KEYWORD CTL-GROUP-KEY CTL-WORD-1
               WITH POINTER CTL-POINTER
           END-UNSTRING
           IF CTL-POINTER <= 80
               MOVE REFCTL-RECORD(CTL-POINTER:) TO CTL-NAME-TEXT
           END-IF
           IF CTL-WORD-1 = SPACES OR CTL-NAME-TEXT = SPACES
               MOVE "N" TO CARD-IS-VALID
               MOVE "ADD needs a department and a name"
                   TO CARD-REJECT-TEXT
           ELSE
               MOVE CTL-GROUP-KEY(1:4) TO GR-GROUP-KEY
               READ GRPREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO CARD-IS-VALID
                       MOVE "group already on the reference file"
                           TO CARD-REJECT-TEXT
               END-READ
           END-IF
           IF CARD-IS-VALID = "Y"
               MOVE CTL-GROUP-KEY(1:4) TO GR-GROUP-KEY
               MOVE CTL-NAME-TEXT TO GR-GROUP-NAME
               MOVE CTL-WORD-1 TO GR-OWNER-DEPT
               MOVE "A" TO GR-STATUS
               MOVE RUN-DATE-NUM TO GR-EFFECTIVE-DATE
               MOVE 99999999 TO GR-EXPIRY-DATE
               MOVE 0 TO GR-MEAN-PCT-LIMIT
               MOVE 0 TO GR-SD-PCT-LIMIT
               MOVE 0 TO GR-SIGMA-LIMIT
               MOVE RUN-DATE-NUM TO GR-LAST-MAINT-DATE
               WRITE GRPREF-RECORD
                   INVALID KEY
                       PERFORM REPORT-WRITE-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO GROUPS-ADDED
                       MOVE SPACES TO REF-LINE-TEXT
                       STRING "Added    " GR-GROUP-KEY " "
                           GR-GROUP-NAME " dept " GR-OWNER-DEPT
                           DELIMITED BY SIZE INTO REF-LINE-TEXT
                       PERFORM WRITE-REF-LINE
               END-WRITE
           END-IF.

       CHANGE-GROUP-NAME.
           MOVE 1 TO CTL-POINTER
           MOVE SPACES TO CTL-NAME-TEXT
           UNSTRING REFCTL-RECORD DELIMITED BY ALL " "
               INTO CTL-KEYWORD CTL-GROUP-KEY
               WITH POINTER CTL-POINTER
           END-UNSTRING
           IF CTL-POINTER <= 80
               MOVE REFCTL-RECORD(CTL-POINTER:) TO CTL-NAME-TEXT
           END-IF
           IF CTL-NAME-TEXT = SPACES
               MOVE "N" TO CARD-IS-VALID
               MOVE "NAME card has no name" TO CARD-REJECT-TEXT
           ELSE
               PERFORM READ-GROUP-FOR-CHANGE
           END-IF
           IF CARD-IS-VALID = "Y"
               MOVE CTL-NAME-TEXT TO GR-GROUP-NAME
               PERFORM REWRITE-GROUP-REFERENCE
           END-IF.

       CHANGE-GROUP-DEPT.
           IF CTL-WORD-1 = SPACES
               MOVE "N" TO CARD-IS-VALID
               MOVE "DEPT card has no department"
                   TO CARD-REJECT-TEXT
           ELSE
               PERFORM READ-GROUP-FOR-CHANGE
           END-IF
           IF CARD-IS-VALID = "Y"
               MOVE CTL-WORD-1 TO GR-OWNER-DEPT
               PERFORM REWRITE-GROUP-REFERENCE
           END-IF.

       CHANGE-GROUP-STATUS.
           PERFORM READ-GROUP-FOR-CHANGE
           IF CARD-IS-VALID = "Y"
               IF CTL-KEYWORD = "ACTIVATE"
                   MOVE "A" TO GR-STATUS
               ELSE
                   MOVE "I" TO GR-STATUS
               END-IF
               PERFORM REWRITE-GROUP-REFERENCE
           END-IF.

       CHANGE-GROUP-DATES.
           MOVE CTL-WORD-1 TO CTL-OPERAND-1
           PERFORM VALIDATE-CTL-DATE
           IF CTL-DATE-OK = "N"
               MOVE "N" TO CARD-IS-VALID
               MOVE "effective-from date invalid"
                   TO CARD-REJECT-TEXT
           ELSE
               MOVE CTL-DATE TO NEW-EFFECTIVE-DATE
               MOVE 99999999 TO NEW-EXPIRY-DATE
               IF CTL-WORD-2 NOT = SPACES
                   MOVE CTL-WORD-2 TO CTL-OPERAND-1
                   PERFORM VALIDATE-CTL-DATE
                   IF CTL-DATE-OK = "N"
                       OR CTL-DATE < NEW-EFFECTIVE-DATE
                       MOVE "N" TO CARD-IS-VALID
                       MOVE "effective-to date invalid"
                           TO CARD-REJECT-TEXT
                   ELSE
                       MOVE CTL-DATE TO NEW-EXPIRY-DATE
                   END-IF
               END-IF
           END-IF
           IF CARD-IS-VALID = "Y"
               PERFORM READ-GROUP-FOR-CHANGE
           END-IF
           IF CARD-IS-VALID = "Y"
               MOVE NEW-EFFECTIVE-DATE TO GR-EFFECTIVE-DATE
               MOVE NEW-EXPIRY-DATE TO GR-EXPIRY-DATE
               PERFORM REWRITE-GROUP-REFERENCE
           END-IF.

       CHANGE-GROUP-TOLERANCE.
           MOVE 0 TO NEW-SIGMA
           MOVE CTL-WORD-1 TO CTL-OPERAND-1
           PERFORM VALIDATE-CTL-NUMBER
           IF CTL-NUM-OK = "N" OR CTL-NUMBER > 999
               MOVE "N" TO CARD-IS-VALID
               MOVE "mean tolerance invalid" TO CARD-REJECT-TEXT
           ELSE
               MOVE CTL-NUMBER TO NEW-MEAN-PCT
           END-IF
           IF CARD-IS-VALID = "Y"
               MOVE CTL-WORD-2 TO CTL-OPERAND-1
               PERFORM VALIDATE-CTL-NUMBER
               IF CTL-NUM-OK = "N" OR CTL-NUMBER > 999
                   MOVE "N" TO CARD-IS-VALID
                   MOVE "std dev tolerance invalid"
                       TO CARD-REJECT-TEXT
               ELSE
                   MOVE CTL-NUMBER TO NEW-SD-PCT
               END-IF
           END-IF
           IF CARD-IS-VALID = "Y" AND CTL-WORD-3 NOT = SPACES
               MOVE CTL-WORD-3 TO CTL-OPERAND-1
               PERFORM VALIDATE-CTL-NUMBER
               IF CTL-NUM-OK = "N" OR CTL-NUMBER > 99
                   MOVE "N" TO CARD-IS-VALID
                   MOVE "sigma limit invalid" TO CARD-REJECT-TEXT
               ELSE
                   MOVE CTL-NUMBER TO NEW-SIGMA
               END-IF
           END-IF
           IF CARD-IS-VALID = "Y"
               PERFORM READ-GROUP-FOR-CHANGE
           END-IF
           IF CARD-IS-VALID = "Y"
               MOVE NEW-MEAN-PCT TO GR-MEAN-PCT-LIMIT
               MOVE NEW-SD-PCT TO GR-SD-PCT-LIMIT
               MOVE NEW-SIGMA TO GR-SIGMA-LIMIT
               PERFORM REWRITE-GROUP-REFERENCE
           END-IF.

       DELETE-GROUP-REFERENCE.
           PERFORM READ-GROUP-FOR-CHANGE
           IF CARD-IS-VALID = "Y"
               DELETE GRPREF-FILE
                   INVALID KEY
                       PERFORM REPORT-WRITE-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO GROUPS-DELETED
                       MOVE SPACES TO REF-LINE-TEXT
                       STRING "Deleted  " GR-GROUP-KEY " "
                           GR-GROUP-NAME " dept " GR-OWNER-DEPT
                           DELIMITED BY SIZE INTO REF-LINE-TEXT
                       PERFORM WRITE-REF-LINE
               END-DELETE
           END-IF.

       READ-GROUP-FOR-CHANGE.
           MOVE CTL-GROUP-KEY(1:4) TO GR-GROUP-KEY
           READ GRPREF-FILE
               INVALID KEY
                   MOVE "N" TO CARD-IS-VALID
                   MOVE "group is not on the reference file"
                       TO CARD-REJECT-TEXT
           END-READ.

       REWRITE-GROUP-REFERENCE.
           MOVE RUN-DATE-NUM TO GR-LAST-MAINT-DATE
           REWRITE GRPREF-RECORD
               INVALID KEY
                   PERFORM REPORT-WRITE-FAILURE
               NOT INVALID KEY
                   ADD 1 TO GROUPS-CHANGED
                   MOVE SPACES TO REF-LINE-TEXT
                   STRING "Changed  " GR-GROUP-KEY " "
                       CTL-KEYWORD(1:10) " "
                       REFCTL-RECORD(1:40)
                       DELIMITED BY SIZE INTO REF-LINE-TEXT
                   PERFORM WRITE-REF-LINE
           END-REWRITE.

       REPORT-WRITE-FAILURE.
           MOVE "Y" TO MAINT-ERRORS
           MOVE SPACES TO REF-LINE-TEXT
           STRING CTL-KEYWORD(1:10) " " GR-GROUP-KEY
               " FAILED, status " GRPREF-FILE-STATUS
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE.

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

       VALIDATE-CTL-DATE.
           MOVE "N" TO CTL-DATE-OK
           MOVE 0 TO CTL-DATE
           IF CTL-OPERAND-1(1:8) IS NUMERIC
               AND CTL-OPERAND-1(9:32) = SPACES
               MOVE CTL-OPERAND-1(1:8) TO CTL-DATE
               IF CTL-DATE = 99999999
                   MOVE "Y" TO CTL-DATE-OK
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(CTL-DATE) > 0
                       MOVE "Y" TO CTL-DATE-OK
                   END-IF
               END-IF
           END-IF.

       LIST-GROUP-REFERENCE.
           MOVE SPACES TO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE SPACES TO REF-LINE-TEXT
           STRING "Key  Name                           Dept       "
               "S Effective  Expires    Mn/Sd/Sg"
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE LOW-VALUES TO GR-GROUP-KEY
           START GRPREF-FILE KEY IS NOT LESS THAN GR-GROUP-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE
               NOT INVALID KEY
                   MOVE "N" TO SCAN-DONE
           END-START
           PERFORM UNTIL SCAN-DONE = "Y"
               READ GRPREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-DONE
                   NOT AT END
                       ADD 1 TO LIST-COUNT
                       PERFORM LIST-ONE-GROUP
               END-READ
           END-PERFORM.

       LIST-ONE-GROUP.
           MOVE GR-EFFECTIVE-DATE TO EFFECTIVE-DISPLAY
           IF GR-EXPIRY-DATE = 99999999
               MOVE "open" TO EXPIRY-TEXT
           ELSE
               MOVE GR-EXPIRY-DATE TO EXPIRY-DISPLAY
               MOVE EXPIRY-DISPLAY TO EXPIRY-TEXT
           END-IF
           MOVE SPACES TO TOLERANCE-TEXT
           STRING GR-MEAN-PCT-LIMIT "/" GR-SD-PCT-LIMIT "/"
               GR-SIGMA-LIMIT
               DELIMITED BY SIZE INTO TOLERANCE-TEXT
           MOVE SPACES TO REF-LINE-TEXT
           STRING GR-GROUP-KEY " " GR-GROUP-NAME " " GR-OWNER-DEPT
               " " GR-STATUS " " EFFECTIVE-DISPLAY " " EXPIRY-TEXT
               " " TOLERANCE-TEXT
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE.

       OPEN-REF-REPORT.
           OPEN OUTPUT REF-REPORT-FILE
           IF REF-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "GRPREF-MAINT: unable to open GRPREF.PRT, "
                   "status " REF-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REF-HEADER.

       WRITE-REF-HEADER.
           ADD 1 TO REF-PAGE-COUNT
           MOVE ZERO TO REF-LINE-COUNT
           MOVE SPACES TO REF-REPORT-RECORD
           STRING "GRPREF-MAINT GROUP REFERENCE MAINTENANCE REPORT"
               DELIMITED BY SIZE INTO REF-REPORT-RECORD
           WRITE REF-REPORT-RECORD
           MOVE SPACES TO REF-REPORT-RECORD
           STRING "Run date: " RUN-DATE-DISPLAY
               "   Run time: " RUN-TIME-DISPLAY
               "   Page: " REF-PAGE-COUNT
               DELIMITED BY SIZE INTO REF-REPORT-RECORD
           WRITE REF-REPORT-RECORD
           MOVE SPACES TO REF-REPORT-RECORD
           WRITE REF-REPORT-RECORD
           ADD 3 TO REF-LINE-COUNT.

       PRINT-REF-TOTALS.
           MOVE SPACES TO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE SPACES TO REF-LINE-TEXT
           STRING "Control cards read:      " CARDS-READ
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE SPACES TO REF-LINE-TEXT
           STRING "Groups added:            " GROUPS-ADDED
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE SPACES TO REF-LINE-TEXT
           STRING "Group changes applied:   " GROUPS-CHANGED
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE SPACES TO REF-LINE-TEXT
           STRING "Groups deleted:          " GROUPS-DELETED
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           MOVE SPACES TO REF-LINE-TEXT
           STRING "Cards rejected:          " CARDS-REJECTED
               DELIMITED BY SIZE INTO REF-LINE-TEXT
           PERFORM WRITE-REF-LINE
           IF LIST-REQUESTED = "Y"
               MOVE SPACES TO REF-LINE-TEXT
               STRING "Groups listed:           " LIST-COUNT
                   DELIMITED BY SIZE INTO REF-LINE-TEXT
               PERFORM WRITE-REF-LINE
           END-IF
           CLOSE REF-REPORT-FILE
           DISPLAY "GRPREF-MAINT: " GROUPS-ADDED " added, "
               GROUPS-CHANGED " changed, " GROUPS-DELETED
               " deleted, " CARDS-REJECTED " cards rejected".

       WRITE-REF-LINE.
           IF REF-LINE-COUNT >= REF-LINES-PER-PAGE
               PERFORM WRITE-REF-HEADER
           END-IF
           MOVE REF-LINE-TEXT TO REF-REPORT-RECORD
           WRITE REF-REPORT-RECORD
           IF REF-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "GRPREF-MAINT: unable to write GRPREF.PRT, "
                   "status " REF-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO REF-LINE-COUNT.
