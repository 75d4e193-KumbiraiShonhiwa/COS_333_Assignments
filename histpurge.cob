       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 30 CHARACTERS.
           01 HISTORY-RECORD.
               05 HIST-RUN-DATE PIC 9(8).
               05 HIST-REC-TYPE PIC X(1).
               05 HIST-SMALLEST PIC 9(5).
               05 HIST-LARGEST PIC 9(5).
               05 HIST-MODE PIC S9(5).
               05 HIST-CYCLE PIC X(1).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 30 CHARACTERS.
           01 ARCHIVE-RECORD PIC X(30).

       FD  HISTNEW-FILE
           RECORD CONTAINS 30 CHARACTERS.
           01 HISTNEW-RECORD PIC X(30).

       FD  PURGECTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
