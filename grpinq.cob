               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-GROUP-KEY
               FILE STATUS IS GRPMAST-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
           01 GRPMAST-FILE-STATUS PIC X(2) VALUE "00".
           01 INQUIRY-KEY PIC X(4) VALUE SPACES.
           01 RECORD-WAS-FOUND PIC X(1) VALUE "N".
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 REFERENCE-WAS-FOUND PIC X(1) VALUE "N".
           01 DATE-EDIT PIC 9(4)/99/99.
           01 MEAN-DISPLAY PIC ZZZZZ9.99.
           01 MEDIAN-DISPLAY PIC ZZZZZ9.99.
       MAIN-PROCEDURE.
           PERFORM GET-INQUIRY-KEY.
           PERFORM READ-GROUP-MASTER.
           PERFORM READ-GROUP-REFERENCE.
           IF RECORD-WAS-FOUND = "Y"
               PERFORM DISPLAY-GROUP-MASTER
           END-IF.
           END-READ
           CLOSE GRPMAST-FILE.

      * The reference file is optional here: without it the master
      * figures are shown under the bare key.
       READ-GROUP-REFERENCE.
           MOVE "N" TO REFERENCE-WAS-FOUND
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "00"
               MOVE INQUIRY-KEY TO GR-GROUP-KEY
               READ GRPREF-FILE
                   INVALID KEY
                       DISPLAY "GROUP-INQUIRY: group " INQUIRY-KEY
                           " is not on the group reference file"
                   NOT INVALID KEY
                       MOVE "Y" TO REFERENCE-WAS-FOUND
               END-READ
               CLOSE GRPREF-FILE
           END-IF.

      * A master written before cycles were kept has no cycle on
      * either snapshot, which is cycle 1.
       DISPLAY-GROUP-MASTER.
           IF GM-LAST-RUN-CYCLE = SPACE
               MOVE "1" TO GM-LAST-RUN-CYCLE
           END-IF
           IF GM-PRIOR-RUN-CYCLE = SPACE
               MOVE "1" TO GM-PRIOR-RUN-CYCLE
           END-IF
           IF REFERENCE-WAS-FOUND = "Y"
               DISPLAY "Group: " GM-GROUP-KEY " " GR-GROUP-NAME
               DISPLAY "Owning department: " GR-OWNER-DEPT
                   "   Status: " GR-STATUS
               MOVE GR-EFFECTIVE-DATE TO DATE-EDIT
               IF GR-EXPIRY-DATE = 99999999
                   DISPLAY "Effective from:   " DATE-EDIT
                       "   no end date"
               ELSE
                   DISPLAY "Effective from:   " DATE-EDIT
                   MOVE GR-EXPIRY-DATE TO DATE-EDIT
                   DISPLAY "Effective to:     " DATE-EDIT
               END-IF
               DISPLAY "Own tolerances:   mean " GR-MEAN-PCT-LIMIT
                   " pct, std dev " GR-SD-PCT-LIMIT " pct, sigma "
                   GR-SIGMA-LIMIT " (0 = control default)"
           ELSE
               DISPLAY "Group: " GM-GROUP-KEY
           END-IF
           DISPLAY "Runs on file: " GM-RUN-COUNT
           MOVE GM-LAST-RUN-DATE TO DATE-EDIT
           DISPLAY "Current run date: " DATE-EDIT
               "   Cycle: " GM-LAST-RUN-CYCLE
           DISPLAY "  Smallest value: " GM-CURR-SMALLEST
           DISPLAY "  Largest value:  " GM-CURR-LARGEST
           MOVE GM-CURR-MODE TO MODE-DISPLAY
           ELSE
               MOVE GM-PRIOR-RUN-DATE TO DATE-EDIT
               DISPLAY "Prior run date:   " DATE-EDIT
                   "   Cycle: " GM-PRIOR-RUN-CYCLE
               DISPLAY "  Smallest value: " GM-PRIOR-SMALLEST
               DISPLAY "  Largest value:  " GM-PRIOR-LARGEST
               MOVE GM-PRIOR-MODE TO MODE-DISPLAY
