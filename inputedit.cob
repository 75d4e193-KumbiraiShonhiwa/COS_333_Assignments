           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN USING RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 EDIT-REPORT-RECORD PIC X(80).

       FD  BATCHLOG-FILE
           RECORD CONTAINS 16 CHARACTERS.
           01 BATCHLOG-RECORD.
               05 BL-BATCH-NUMBER PIC 9(5).
               05 BL-FILLER PIC X(1).
               05 BL-PROC-DATE PIC 9(8).
               05 BL-FILLER-2 PIC X(1).
               05 BL-CYCLE PIC X(1).

       FD  PROCDATE-FILE
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

       FD  RETURN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           01 RETURN-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           01 INPUT-FILE-STATUS PIC X(2) VALUE "00".
           01 EDITED-FILE-STATUS PIC X(2) VALUE "00".
           01 NON-NUMERIC-COUNT PIC 9(5) VALUE 0.
           01 BAD-TYPE-COUNT PIC 9(5) VALUE 0.
           01 BAD-WEIGHT-COUNT PIC 9(5) VALUE 0.
           01 UNKNOWN-GROUP-COUNT PIC 9(5) VALUE 0.
           01 INACTIVE-GROUP-COUNT PIC 9(5) VALUE 0.
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-PRESENT PIC X(1) VALUE "N".
           01 BATCHLOG-FILE-STATUS PIC X(2) VALUE "00".
           01 HEADER-AREA.
               05 HDR-LITERAL PIC X(3).
               05 HDR-CREATE-DATE-TEXT PIC X(8).
               05 HDR-BATCH-TEXT PIC X(5).
               05 HDR-CYCLE-TEXT PIC X(1).
               05 HDR-TRAILING PIC X(63).
           01 TRAILER-AREA.
               05 TRL-LITERAL PIC X(3).
               05 TRL-COUNT-TEXT PIC X(7).
           01 TRAILER-SEEN PIC X(1) VALUE "N".
           01 HDR-CREATE-DATE PIC 9(8) VALUE 0.
           01 HDR-BATCH-NUMBER PIC 9(5) VALUE 0.
           01 HDR-CYCLE PIC X(1) VALUE "1".
           01 CYCLE-ON-FILE PIC X(1) VALUE "N".
           01 LOGGED-CYCLE PIC X(1) VALUE SPACE.
           01 TRANS-DETAIL-COUNT PIC 9(7) VALUE 0.
           01 TRANS-HASH-TOTAL PIC 9(12) VALUE 0.
           01 COMP-DETAIL-COUNT PIC 9(7) VALUE 0.
           01 PROCDATE-FILE-STATUS PIC X(2) VALUE "00".
           01 PROC-DATE-WORK PIC 9(8) VALUE 0.
           01 PROC-DATE-SET PIC X(1) VALUE "N".
           01 RETURN-FILE-STATUS PIC X(2) VALUE "00".
           01 RETURN-FILE-NAME PIC X(20) VALUE SPACES.
           01 RETURN-LINE-TEXT PIC X(120).
           01 RETURN-REJECT-LINES PIC 9(5) VALUE 0.
           01 RETURN-FILE-COUNT PIC 9(2) VALUE 0.
           01 REASON-TEXT PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

           END-IF
           PERFORM PRINT-EDIT-REPORT.
           PERFORM CLOSE-FILES.
           IF FILE-ACCEPTED = "Y"
               PERFORM WRITE-RETURN-FILES
           END-IF
           IF FILE-ACCEPTED NOT = "Y"
               DISPLAY "INPUT-EDIT: INPUT.DAT rejected -- "
                   FILE-REJECT-REASON
                   "status " EDIT-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-GROUP-REFERENCE.

      * Until the group reference file has been built there is nothing
      * to check group keys against, so the check is bypassed rather
      * than turning away every record in the batch.
       OPEN-GROUP-REFERENCE.
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "35"
               MOVE "N" TO GRPREF-PRESENT
               DISPLAY "INPUT-EDIT: GRPREF.DAT not present, group "
                   "keys not checked against the reference file"
           ELSE
               IF GRPREF-FILE-STATUS NOT = "00"
                   DISPLAY "INPUT-EDIT: unable to open GRPREF.DAT, "
                       "status " GRPREF-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO GRPREF-PRESENT
           END-IF.

      * The header-date edit compares against the business processing
           ELSE
               MOVE HDR-CREATE-DATE-TEXT TO HDR-CREATE-DATE
               MOVE HDR-BATCH-TEXT TO HDR-BATCH-NUMBER
           END-IF
      * A header without a cycle number is the day's only (or first)
      * transmission and is taken as cycle 1.
           IF FILE-ACCEPTED = "Y"
               IF HDR-CYCLE-TEXT = SPACE
                   MOVE "1" TO HDR-CYCLE
               ELSE
                   IF HDR-CYCLE-TEXT IS NUMERIC
                       AND HDR-CYCLE-TEXT NOT = "0"
                       MOVE HDR-CYCLE-TEXT TO HDR-CYCLE
                   ELSE
                       MOVE "N" TO FILE-ACCEPTED
                       MOVE "header cycle number not 1 through 9"
                           TO FILE-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VERIFY-TRAILER-FIELDS.
                               MOVE "batch number already processed"
                                   TO FILE-REJECT-REASON
                               MOVE "10" TO BATCHLOG-FILE-STATUS
                           ELSE
                               PERFORM CHECK-CYCLE-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCHLOG-FILE
           END-IF.

      * A second file for a cycle already processed today is let
      * through, since a corrected retransmission follows a back-out
      * of that cycle, but it is flagged on the edit report.  Rows
      * logged before cycles were recorded carry a blank cycle.
       CHECK-CYCLE-ON-FILE.
           MOVE BL-CYCLE TO LOGGED-CYCLE
           IF LOGGED-CYCLE = SPACE
               MOVE "1" TO LOGGED-CYCLE
           END-IF
           IF BL-PROC-DATE = RUN-DATE-NUM
               AND LOGGED-CYCLE = HDR-CYCLE
               MOVE "Y" TO CYCLE-ON-FILE
           END-IF.

       RECORD-BATCH-NUMBER.
           OPEN EXTEND BATCHLOG-FILE
           IF BATCHLOG-FILE-STATUS = "35"
           MOVE HDR-BATCH-NUMBER TO BL-BATCH-NUMBER
           MOVE SPACE TO BL-FILLER
           MOVE RUN-DATE-NUM TO BL-PROC-DATE
           MOVE SPACE TO BL-FILLER-2
           MOVE HDR-CYCLE TO BL-CYCLE
           WRITE BATCHLOG-RECORD
           IF BATCHLOG-FILE-STATUS NOT = "00"
               DISPLAY "INPUT-EDIT: unable to write BATCHLOG.DAT, "
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-CLEAN = "Y" AND GRPREF-PRESENT = "Y"
               PERFORM EDIT-GROUP-REFERENCE
           END-IF.

      * A group must be on the reference file, carry status A, and be
      * inside its effective dates on the processing date.
       EDIT-GROUP-REFERENCE.
           MOVE REC-GROUP-KEY TO GR-GROUP-KEY
           READ GRPREF-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-IS-CLEAN
                   MOVE "07" TO REASON-CODE
                   ADD 1 TO UNKNOWN-GROUP-COUNT
               NOT INVALID KEY
                   IF GR-STATUS NOT = "A"
                       OR GR-EFFECTIVE-DATE > RUN-DATE-NUM
                       OR GR-EXPIRY-DATE < RUN-DATE-NUM
                       MOVE "N" TO RECORD-IS-CLEAN
                       MOVE "08" TO REASON-CODE
                       ADD 1 TO INACTIVE-GROUP-COUNT
                   END-IF
           END-READ.

      * Per-source read, accepted, and rejected counts come out on the
      * edit report so a department file lost in consolidation shows
      * up the same day.  A blank id covers records submitted before
           MOVE SPACES TO EDIT-LINE-TEXT
           STRING "Batch number: " HDR-BATCH-NUMBER
               "   Header date: " HDR-DATE-DISPLAY
               "   Cycle: " HDR-CYCLE
               DELIMITED BY SIZE INTO EDIT-LINE-TEXT
           PERFORM WRITE-EDIT-LINE
           IF CYCLE-ON-FILE = "Y"
               MOVE SPACES TO EDIT-LINE-TEXT
               STRING "Warning: cycle " HDR-CYCLE
                   " already processed for this date, its figures "
                   "will be replaced"
                   DELIMITED BY SIZE INTO EDIT-LINE-TEXT
               PERFORM WRITE-EDIT-LINE
           END-IF
           MOVE SPACES TO EDIT-LINE-TEXT
           STRING "Detail count: trailer " TRANS-DETAIL-COUNT
               "  computed " COMP-DETAIL-COUNT
           STRING "  06 Invalid weight:      " BAD-WEIGHT-COUNT
               DELIMITED BY SIZE INTO EDIT-LINE-TEXT
           PERFORM WRITE-EDIT-LINE
           MOVE SPACES TO EDIT-LINE-TEXT
           STRING "  07 Unknown group:       " UNKNOWN-GROUP-COUNT
               DELIMITED BY SIZE INTO EDIT-LINE-TEXT
           PERFORM WRITE-EDIT-LINE
           MOVE SPACES TO EDIT-LINE-TEXT
           STRING "  08 Inactive group:      " INACTIVE-GROUP-COUNT
               DELIMITED BY SIZE INTO EDIT-LINE-TEXT
           PERFORM WRITE-EDIT-LINE
           IF SOURCE-COUNT > 0
               MOVE SPACES TO EDIT-LINE-TEXT
               PERFORM WRITE-EDIT-LINE
           END-IF
           CLOSE EDITED-FILE
           CLOSE REJECT-FILE
           CLOSE EDIT-REPORT-FILE
           IF GRPREF-PRESENT = "Y"
               CLOSE GRPREF-FILE
           END-IF.

      * Each department gets its own results back: a return file per
      * source id in the batch, named RETURN.<id>.DAT, carrying the
      * batch header, every record of theirs that was rejected with
      * the reason spelled out, the accepted count, and a trailer.
      * Records with no source id were not routed through
      * consolidation and have no department to go back to.
       WRITE-RETURN-FILES.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SOURCE-COUNT
               IF SRC-TBL-ID(SX) NOT = SPACES
                   PERFORM WRITE-ONE-RETURN-FILE
               END-IF
           END-PERFORM
           DISPLAY "INPUT-EDIT: " RETURN-FILE-COUNT
               " source return files written".

       WRITE-ONE-RETURN-FILE.
           MOVE SPACES TO RETURN-FILE-NAME
           STRING "RETURN." DELIMITED BY SIZE
                  SRC-TBL-ID(SX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO RETURN-FILE-NAME
           OPEN OUTPUT RETURN-FILE
           IF RETURN-FILE-STATUS NOT = "00"
               DISPLAY "INPUT-EDIT: unable to open " RETURN-FILE-NAME
                   ", status " RETURN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO RETURN-LINE-TEXT
           STRING "HDR " SRC-TBL-ID(SX) " " HDR-BATCH-NUMBER " "
               RUN-DATE-NUM " " HDR-CYCLE
               DELIMITED BY SIZE INTO RETURN-LINE-TEXT
           PERFORM WRITE-RETURN-LINE
           MOVE 0 TO RETURN-REJECT-LINES
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = "00"
               DISPLAY "INPUT-EDIT: unable to reopen REJECT.DAT, "
                   "status " REJECT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL REJECT-FILE-STATUS = "10"
               READ REJECT-FILE
                   AT END
                       MOVE "10" TO REJECT-FILE-STATUS
                   NOT AT END
                       IF REJ-SOURCE-ID = SRC-TBL-ID(SX)
                           PERFORM WRITE-RETURN-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE
           MOVE SPACES TO RETURN-LINE-TEXT
           STRING "ACC " SRC-TBL-ACCEPTED(SX)
               DELIMITED BY SIZE INTO RETURN-LINE-TEXT
           PERFORM WRITE-RETURN-LINE
           MOVE SPACES TO RETURN-LINE-TEXT
           STRING "TRL " SRC-TBL-READ(SX) " " SRC-TBL-ACCEPTED(SX)
               " " RETURN-REJECT-LINES
               DELIMITED BY SIZE INTO RETURN-LINE-TEXT
           PERFORM WRITE-RETURN-LINE
           CLOSE RETURN-FILE
           ADD 1 TO RETURN-FILE-COUNT
           IF RETURN-REJECT-LINES NOT = SRC-TBL-REJECTED(SX)
               DISPLAY "INPUT-EDIT: " RETURN-FILE-NAME " carries "
                   RETURN-REJECT-LINES " rejects, edit counted "
                   SRC-TBL-REJECTED(SX)
           END-IF.

       WRITE-RETURN-REJECT.
           PERFORM SET-REASON-TEXT
           MOVE SPACES TO RETURN-LINE-TEXT
           STRING "REJ " REJ-SEQUENCE " " REJ-REASON-CODE " "
               REASON-TEXT " " REJ-RECORD-IMAGE
               DELIMITED BY SIZE INTO RETURN-LINE-TEXT
           PERFORM WRITE-RETURN-LINE
           ADD 1 TO RETURN-REJECT-LINES.

       SET-REASON-TEXT.
           EVALUATE REJ-REASON-CODE
               WHEN "01"
                   MOVE "Record too short" TO REASON-TEXT
               WHEN "02"
                   MOVE "Record too long" TO REASON-TEXT
               WHEN "03"
                   MOVE "Blank group key" TO REASON-TEXT
               WHEN "04"
                   MOVE "Non-numeric value" TO REASON-TEXT
               WHEN "05"
                   MOVE "Invalid record type" TO REASON-TEXT
               WHEN "06"
                   MOVE "Invalid weight" TO REASON-TEXT
               WHEN "07"
                   MOVE "Unknown group" TO REASON-TEXT
               WHEN "08"
                   MOVE "Inactive group" TO REASON-TEXT
               WHEN OTHER
                   MOVE "Unclassified reject" TO REASON-TEXT
           END-EVALUATE.

       WRITE-RETURN-LINE.
           MOVE RETURN-LINE-TEXT TO RETURN-RECORD
           WRITE RETURN-RECORD
           IF RETURN-FILE-STATUS NOT = "00"
               DISPLAY "INPUT-EDIT: unable to write " RETURN-FILE-NAME
                   ", status " RETURN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
