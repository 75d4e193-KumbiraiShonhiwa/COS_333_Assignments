           END-IF.

       LOAD-DEFAULT-STREAM.
           MOVE 7 TO STEP-COUNT
           MOVE "INPUT-MERGE" TO STP-NAME(1)
           MOVE SPACES TO STP-PRED(1)
           MOVE "INPUT-EDIT" TO STP-NAME(2)
           MOVE "FIND-STATS" TO STP-PRED(5)
           MOVE "EXCP-REPORT" TO STP-NAME(6)
           MOVE "FIND-STATS" TO STP-PRED(6)
           MOVE "OPS-SUMMARY" TO STP-NAME(7)
           MOVE SPACES TO STP-PRED(7)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > STEP-COUNT
               MOVE "PENDING " TO STP-STATUS(J)
               MOVE 0 TO STP-CC(J)
