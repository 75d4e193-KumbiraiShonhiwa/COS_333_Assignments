           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCDATE-FILE-STATUS.
           SELECT GRPREF-FILE ASSIGN TO "GRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-KEY
               FILE STATUS IS GRPREF-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT APPROVAL-CTL-FILE ASSIGN TO "APPRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-CTL-FILE-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "APPRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-LOG-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN USING NOTICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 REJ-RECORD-IMAGE PIC X(80).

       FD  REJMAST-FILE
           RECORD CONTAINS 98 CHARACTERS.
           01 REJMAST-RECORD.
               05 RM-REJECT-DATE PIC 9(8).
               05 RM-SEQUENCE PIC 9(5).
               05 RM-REASON-CODE PIC X(2).
               05 RM-FILLER PIC X(1).
               05 RM-RECORD-IMAGE PIC X(80).
               05 RM-SOURCE-ID PIC X(2).

       FD  REPAIR-FILE
           RECORD CONTAINS 102 CHARACTERS.
           01 REPAIR-RECORD.
               05 REP-REJECT-DATE PIC 9(8).
               05 REP-SEQUENCE PIC 9(5).
               05 REP-ACTION PIC X(1).
               05 REP-NEW-IMAGE PIC X(80).
               05 REP-OPERATOR-ID PIC X(8).

       FD  PENDING-FILE
           RECORD CONTAINS 119 CHARACTERS.
           01 PENDING-RECORD.
               05 PR-REJECT-DATE PIC 9(8).
               05 PR-SEQUENCE PIC 9(5).
               05 PR-ACTION PIC X(1).
               05 PR-NEW-IMAGE PIC X(80).
               05 PR-OPERATOR-ID PIC X(8).
               05 PR-STATUS PIC X(1).
               05 PR-ENTERED-DATE PIC 9(8).
               05 PR-APPROVER-ID PIC X(8).

       FD  APPROVAL-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 APPROVAL-CTL-RECORD PIC X(80).

       FD  APPROVAL-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 APPROVAL-LOG-RECORD.
               05 AL-PROC-DATE PIC 9(8).
               05 AL-TIME PIC 9(6).
               05 AL-EVENT PIC X(8).
               05 AL-REJECT-DATE PIC 9(8).
               05 AL-SEQUENCE PIC 9(5).
               05 AL-OPERATOR-ID PIC X(8).
               05 AL-APPROVER-ID PIC X(8).
               05 AL-ACTION PIC X(1).
               05 AL-NEW-IMAGE PIC X(80).

       FD  EDITED-FILE
           RECORD CONTAINS 13 CHARACTERS.
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

       FD  NOTICE-FILE
           RECORD CONTAINS 120 CHARACTERS.
           01 NOTICE-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           01 REJECT-FILE-STATUS PIC X(2) VALUE "00".
           01 REJMAST-FILE-STATUS PIC X(2) VALUE "00".
           01 AGE-LINES-PER-PAGE PIC 9(3) VALUE 55.
           01 CTL-KEYWORD PIC X(20) VALUE SPACES.
           01 CTL-OPERAND-1 PIC X(40) VALUE SPACES.
           01 CTL-OPERAND-2 PIC X(40) VALUE SPACES.
           01 CTL-OPERAND-3 PIC X(40) VALUE SPACES.
           01 CTL-NUM-OK PIC X(1) VALUE "N".
           01 CTL-DIGIT-COUNT PIC 9(2) VALUE 0.
           01 CTL-NUMBER PIC 9(5) VALUE 0.
                   10 TBL-REASON-CODE PIC X(2).
                   10 TBL-RECORD-IMAGE PIC X(80).
                   10 TBL-REPAIRED PIC X(1).
                   10 TBL-SOURCE-ID PIC X(2).
                   10 TBL-ORIG-REASON PIC X(2).
                   10 TBL-NOTIFIED PIC X(1).
           01 REP-TABLE-MAX PIC 9(4) VALUE 500.
           01 REP-COUNT PIC 9(4) VALUE 0.
           01 REP-DROPPED PIC 9(5) VALUE 0.
               05 REPAIR-ENTRY OCCURS 500 TIMES.
                   10 RPT-REJECT-DATE PIC 9(8).
                   10 RPT-SEQUENCE PIC 9(5).
                   10 RPT-ACTION PIC X(1).
                   10 RPT-NEW-IMAGE PIC X(80).
                   10 RPT-MATCHED PIC X(1).
                   10 RPT-OPERATOR-ID PIC X(8).
                   10 RPT-STATUS PIC X(1).
                   10 RPT-ENTERED-DATE PIC 9(8).
                   10 RPT-APPROVER-ID PIC X(8).
           01 RECORD-AREA.
               05 REC-GROUP-KEY PIC X(4).
               05 REC-VALUE-TEXT PIC X(5).
           01 PROC-DATE-SET PIC X(1) VALUE "N".
           01 DUP-REJECT-COUNT PIC 9(5) VALUE 0.
           01 DUP-REJECT-FOUND PIC X(1) VALUE "N".
           01 GRPREF-FILE-STATUS PIC X(2) VALUE "00".
           01 GRPREF-PRESENT PIC X(1) VALUE "N".
           01 DROPPED-COUNT PIC 9(5) VALUE 0.
           01 NOTICE-FILE-STATUS PIC X(2) VALUE "00".
           01 NOTICE-FILE-NAME PIC X(20) VALUE SPACES.
           01 NOTICE-LINE-TEXT PIC X(120).
           01 NOTICE-SOURCE-ID PIC X(2) VALUE SPACES.
           01 NOTICE-ACTION PIC X(8) VALUE SPACES.
           01 NOTICE-LINES PIC 9(5) VALUE 0.
           01 NOTICE-COUNT PIC 9(5) VALUE 0.
           01 K PIC 9(4).
           01 PENDING-FILE-STATUS PIC X(2) VALUE "00".
           01 APPROVAL-CTL-FILE-STATUS PIC X(2) VALUE "00".
           01 APPROVAL-LOG-FILE-STATUS PIC X(2) VALUE "00".
           01 APPROVAL-EVENT PIC X(8) VALUE SPACES.
           01 APPROVAL-REJECT-DATE PIC 9(8) VALUE 0.
           01 APPROVAL-SEQUENCE PIC 9(5) VALUE 0.
           01 APPROVAL-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 APPROVAL-APPROVER-ID PIC X(8) VALUE SPACES.
           01 APPROVAL-ACTION PIC X(1) VALUE SPACE.
           01 APPROVAL-NEW-IMAGE PIC X(80) VALUE SPACES.
           01 APPROVAL-CARD-COUNT PIC 9(5) VALUE 0.
           01 APR-CARD-OK PIC X(1) VALUE "N".
           01 APR-REJECT-DATE PIC 9(8) VALUE 0.
           01 APR-SEQUENCE PIC 9(5) VALUE 0.
           01 APR-USER-ID PIC X(8) VALUE SPACES.
           01 APR-FOUND PIC X(1) VALUE "N".
           01 REJECT-OPEN PIC X(1) VALUE "N".
           01 CARRIED-PENDING-COUNT PIC 9(5) VALUE 0.
           01 NEW-REPAIR-COUNT PIC 9(5) VALUE 0.
           01 NO-OPERATOR-COUNT PIC 9(5) VALUE 0.
           01 APPROVED-COUNT PIC 9(5) VALUE 0.
           01 DECLINED-COUNT PIC 9(5) VALUE 0.
           01 REFUSED-CARD-COUNT PIC 9(5) VALUE 0.
           01 PENDING-OUT-COUNT PIC 9(5) VALUE 0.
           01 DECLINED-OUT-COUNT PIC 9(5) VALUE 0.
           01 CLOSED-PENDING-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FIX.
           PERFORM READ-FIX-CONTROL.
           PERFORM LOAD-PENDING-REPAIRS.
           PERFORM LOAD-REPAIRS.
           PERFORM LOAD-CARRIED-REJECTS.
           PERFORM LOAD-NEW-REJECTS.
           PERFORM READ-APPROVAL-CONTROL.
           PERFORM APPLY-REPAIRS.
           PERFORM WRITE-REJECT-MASTER.
           PERFORM WRITE-PENDING-REPAIRS.
           PERFORM WRITE-SOURCE-NOTICES.
           IF NEW-REPAIR-COUNT > 0 OR NO-OPERATOR-COUNT > 0
               PERFORM CLEAR-REPAIR-FILE
           END-IF
           IF APPROVAL-CARD-COUNT > 0
               PERFORM CLEAR-APPROVAL-CONTROL
           END-IF
           IF NEW-REJECT-COUNT > 0 OR DUP-REJECT-COUNT > 0
               PERFORM CLEAR-REJECT-FILE
           END-IF
                       AT END
                           MOVE "10" TO REPAIR-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-REPAIR
                   END-READ
               END-PERFORM
               CLOSE REPAIR-FILE
                   DISPLAY "REJECT-FIX: repair table full, "
                       REP-DROPPED " repair transactions not applied"
               END-IF
               IF NO-OPERATOR-COUNT > 0
                   DISPLAY "REJECT-FIX: " NO-OPERATOR-COUNT
                       " repairs carry no operator id, refused"
               END-IF
           END-IF.

      * A correction keyed on REPAIR.DAT does not post straight away.
      * It is held as pending under the operator who keyed it until a
      * second user approves or declines it on APPRCTL.DAT.  Without
      * an operator id there is nobody to hold to account, so the
      * transaction is refused outright.
       LOAD-ONE-REPAIR.
           IF REP-OPERATOR-ID = SPACES
               ADD 1 TO NO-OPERATOR-COUNT
               MOVE "REFUSED" TO APPROVAL-EVENT
               MOVE REP-REJECT-DATE TO APPROVAL-REJECT-DATE
               MOVE REP-SEQUENCE TO APPROVAL-SEQUENCE
               MOVE SPACES TO APPROVAL-OPERATOR-ID
               MOVE SPACES TO APPROVAL-APPROVER-ID
               MOVE REP-ACTION TO APPROVAL-ACTION
               MOVE REP-NEW-IMAGE TO APPROVAL-NEW-IMAGE
               PERFORM WRITE-APPROVAL-LOG
           ELSE
               IF REP-COUNT >= REP-TABLE-MAX
                   ADD 1 TO REP-DROPPED
               ELSE
                   ADD 1 TO REP-COUNT
                   ADD 1 TO NEW-REPAIR-COUNT
                   MOVE REP-REJECT-DATE TO RPT-REJECT-DATE(REP-COUNT)
                   MOVE REP-SEQUENCE TO RPT-SEQUENCE(REP-COUNT)
                   MOVE REP-ACTION TO RPT-ACTION(REP-COUNT)
                   MOVE REP-NEW-IMAGE TO RPT-NEW-IMAGE(REP-COUNT)
                   MOVE "N" TO RPT-MATCHED(REP-COUNT)
                   MOVE REP-OPERATOR-ID TO RPT-OPERATOR-ID(REP-COUNT)
                   MOVE "P" TO RPT-STATUS(REP-COUNT)
                   MOVE RUN-DATE-NUM TO RPT-ENTERED-DATE(REP-COUNT)
                   MOVE SPACES TO RPT-APPROVER-ID(REP-COUNT)
                   MOVE REP-COUNT TO J
                   MOVE "ENTERED" TO APPROVAL-EVENT
                   PERFORM LOG-REPAIR-EVENT
               END-IF
           END-IF.

      * Repairs still waiting for a decision, and declined repairs
      * whose reject is still open, are carried on PENDREP.DAT from
      * one cycle to the next.
       LOAD-PENDING-REPAIRS.
           OPEN INPUT PENDING-FILE
           IF PENDING-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF PENDING-FILE-STATUS NOT = "00"
                   DISPLAY "REJECT-FIX: unable to open PENDREP.DAT, "
                       "status " PENDING-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL PENDING-FILE-STATUS = "10"
                   READ PENDING-FILE
                       AT END
                           MOVE "10" TO PENDING-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      * PENDREP.DAT is rewritten from the table, so a pending repair
      * that does not fit would be lost -- stop before anything is
      * rewritten instead.
       LOAD-ONE-PENDING.
           IF REP-COUNT >= REP-TABLE-MAX
               DISPLAY "REJECT-FIX: repair table full loading "
                   "PENDREP.DAT, run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           ELSE
               ADD 1 TO REP-COUNT
               ADD 1 TO CARRIED-PENDING-COUNT
               MOVE PR-REJECT-DATE TO RPT-REJECT-DATE(REP-COUNT)
               MOVE PR-SEQUENCE TO RPT-SEQUENCE(REP-COUNT)
               MOVE PR-ACTION TO RPT-ACTION(REP-COUNT)
               MOVE PR-NEW-IMAGE TO RPT-NEW-IMAGE(REP-COUNT)
               MOVE "N" TO RPT-MATCHED(REP-COUNT)
               MOVE PR-OPERATOR-ID TO RPT-OPERATOR-ID(REP-COUNT)
               MOVE PR-STATUS TO RPT-STATUS(REP-COUNT)
               MOVE PR-ENTERED-DATE TO RPT-ENTERED-DATE(REP-COUNT)
               MOVE PR-APPROVER-ID TO RPT-APPROVER-ID(REP-COUNT)
           END-IF.

      * Approval cards:  APPROVE yyyymmdd sequence user-id
      *                  DECLINE yyyymmdd sequence user-id
      * The date and sequence are the reject key quoted on REPAIR.DAT.
      * The deciding user must not be the operator who keyed the
      * repair; such a card is refused and the repair stays pending.
       READ-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-CTL-FILE
           IF APPROVAL-CTL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF APPROVAL-CTL-FILE-STATUS NOT = "00"
                   DISPLAY "REJECT-FIX: unable to open APPRCTL.DAT, "
                       "status " APPROVAL-CTL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL APPROVAL-CTL-FILE-STATUS = "10"
                   READ APPROVAL-CTL-FILE
                       AT END
                           MOVE "10" TO APPROVAL-CTL-FILE-STATUS
                       NOT AT END
                           PERFORM PROCESS-APPROVAL-CARD
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-CTL-FILE
           END-IF.

       PROCESS-APPROVAL-CARD.
           IF APPROVAL-CTL-RECORD = SPACES
               OR APPROVAL-CTL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO APPROVAL-CARD-COUNT
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-OPERAND-1
               MOVE SPACES TO CTL-OPERAND-2
               MOVE SPACES TO CTL-OPERAND-3
               UNSTRING APPROVAL-CTL-RECORD DELIMITED BY ALL " "
                   INTO CTL-KEYWORD CTL-OPERAND-1 CTL-OPERAND-2
                       CTL-OPERAND-3
               END-UNSTRING
               IF CTL-KEYWORD = "APPROVE" OR CTL-KEYWORD = "DECLINE"
                   PERFORM VALIDATE-APPROVAL-CARD
                   IF APR-CARD-OK = "Y"
                       PERFORM APPLY-APPROVAL-CARD
                   ELSE
                       ADD 1 TO REFUSED-CARD-COUNT
                       DISPLAY "REJECT-FIX: APPRCTL.DAT card invalid, "
                           "ignored: " APPROVAL-CTL-RECORD(1:40)
                   END-IF
               ELSE
                   ADD 1 TO REFUSED-CARD-COUNT
                   DISPLAY "REJECT-FIX: APPRCTL.DAT card unknown, "
                       "ignored: " APPROVAL-CTL-RECORD(1:40)
               END-IF
           END-IF.

       VALIDATE-APPROVAL-CARD.
           MOVE "Y" TO APR-CARD-OK
           IF CTL-OPERAND-1(1:8) IS NUMERIC
               AND CTL-OPERAND-1(9:32) = SPACES
               MOVE CTL-OPERAND-1(1:8) TO APR-REJECT-DATE
           ELSE
               MOVE "N" TO APR-CARD-OK
           END-IF
           MOVE CTL-OPERAND-2 TO CTL-OPERAND-1
           PERFORM VALIDATE-CTL-NUMBER
           IF CTL-NUM-OK = "Y"
               MOVE CTL-NUMBER TO APR-SEQUENCE
           ELSE
               MOVE "N" TO APR-CARD-OK
           END-IF
           IF CTL-OPERAND-3 = SPACES OR CTL-OPERAND-3(9:32) NOT = SPACES
               MOVE "N" TO APR-CARD-OK
           ELSE
               MOVE CTL-OPERAND-3(1:8) TO APR-USER-ID
           END-IF.

       APPLY-APPROVAL-CARD.
           MOVE "N" TO APR-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > REP-COUNT OR APR-FOUND = "Y"
               IF RPT-STATUS(J) = "P"
                   AND RPT-REJECT-DATE(J) = APR-REJECT-DATE
                   AND RPT-SEQUENCE(J) = APR-SEQUENCE
                   MOVE "Y" TO APR-FOUND
                   MOVE J TO K
               END-IF
           END-PERFORM
           IF APR-FOUND = "N"
               ADD 1 TO REFUSED-CARD-COUNT
               DISPLAY "REJECT-FIX: " CTL-KEYWORD " for reject date "
                   APR-REJECT-DATE " sequence " APR-SEQUENCE
                   " matches no pending repair"
           ELSE
               MOVE K TO J
               IF APR-USER-ID = RPT-OPERATOR-ID(J)
                   ADD 1 TO REFUSED-CARD-COUNT
                   DISPLAY "REJECT-FIX: " APR-USER-ID " keyed the "
                       "repair for reject date " APR-REJECT-DATE
                       " sequence " APR-SEQUENCE
                       " and may not decide it"
                   MOVE APR-USER-ID TO RPT-APPROVER-ID(J)
                   MOVE "REFUSED" TO APPROVAL-EVENT
                   PERFORM LOG-REPAIR-EVENT
                   MOVE SPACES TO RPT-APPROVER-ID(J)
               ELSE
                   MOVE APR-USER-ID TO RPT-APPROVER-ID(J)
                   IF CTL-KEYWORD = "APPROVE"
                       MOVE "A" TO RPT-STATUS(J)
                       ADD 1 TO APPROVED-COUNT
                       MOVE "APPROVED" TO APPROVAL-EVENT
                   ELSE
                       MOVE "D" TO RPT-STATUS(J)
                       ADD 1 TO DECLINED-COUNT
                       MOVE "DECLINED" TO APPROVAL-EVENT
                   END-IF
                   PERFORM LOG-REPAIR-EVENT
               END-IF
           END-IF.

       LOG-REPAIR-EVENT.
           MOVE RPT-REJECT-DATE(J) TO APPROVAL-REJECT-DATE
           MOVE RPT-SEQUENCE(J) TO APPROVAL-SEQUENCE
           MOVE RPT-OPERATOR-ID(J) TO APPROVAL-OPERATOR-ID
           MOVE RPT-APPROVER-ID(J) TO APPROVAL-APPROVER-ID
           MOVE RPT-ACTION(J) TO APPROVAL-ACTION
           MOVE RPT-NEW-IMAGE(J) TO APPROVAL-NEW-IMAGE
           PERFORM WRITE-APPROVAL-LOG.

      * APPRLOG.DAT is the audit trail of every repair keyed, every
      * decision taken on it, and what finally became of it.  It is
      * only ever appended to.
       WRITE-APPROVAL-LOG.
           OPEN EXTEND APPROVAL-LOG-FILE
           IF APPROVAL-LOG-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF
           IF APPROVAL-LOG-FILE-STATUS NOT = "00"
               DISPLAY "REJECT-FIX: unable to open APPRLOG.DAT, "
                   "status " APPROVAL-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RUN-DATE-NUM TO AL-PROC-DATE
           MOVE RUN-TIME-NUM TO AL-TIME
           MOVE APPROVAL-EVENT TO AL-EVENT
           MOVE APPROVAL-REJECT-DATE TO AL-REJECT-DATE
           MOVE APPROVAL-SEQUENCE TO AL-SEQUENCE
           MOVE APPROVAL-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE APPROVAL-APPROVER-ID TO AL-APPROVER-ID
           MOVE APPROVAL-ACTION TO AL-ACTION
           MOVE APPROVAL-NEW-IMAGE TO AL-NEW-IMAGE
           WRITE APPROVAL-LOG-RECORD
           IF APPROVAL-LOG-FILE-STATUS NOT = "00"
               DISPLAY "REJECT-FIX: unable to write APPRLOG.DAT, "
                   "status " APPROVAL-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE APPROVAL-LOG-FILE.

       LOAD-CARRIED-REJECTS.
           OPEN INPUT REJMAST-FILE
           IF REJMAST-FILE-STATUS = "35"
                               MOVE RM-RECORD-IMAGE
                                   TO TBL-RECORD-IMAGE(REJ-COUNT)
                               MOVE "N" TO TBL-REPAIRED(REJ-COUNT)
                               PERFORM SET-CARRIED-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJMAST-FILE
           END-IF.

      * Reject master rows written before the source id was kept take
      * it from the record image, where consolidation stamped it.
       SET-CARRIED-SOURCE.
           IF RM-SOURCE-ID = SPACES
               MOVE RM-RECORD-IMAGE(14:2) TO TBL-SOURCE-ID(REJ-COUNT)
           ELSE
               MOVE RM-SOURCE-ID TO TBL-SOURCE-ID(REJ-COUNT)
           END-IF
           MOVE RM-REASON-CODE TO TBL-ORIG-REASON(REJ-COUNT)
           MOVE "N" TO TBL-NOTIFIED(REJ-COUNT).

       LOAD-NEW-REJECTS.
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS = "35"
                   MOVE REJ-RECORD-IMAGE
                       TO TBL-RECORD-IMAGE(REJ-COUNT)
                   MOVE "N" TO TBL-REPAIRED(REJ-COUNT)
                   MOVE REJ-SOURCE-ID TO TBL-SOURCE-ID(REJ-COUNT)
                   MOVE REJ-REASON-CODE TO TBL-ORIG-REASON(REJ-COUNT)
                   MOVE "N" TO TBL-NOTIFIED(REJ-COUNT)
               END-IF
           END-IF.

                   " rejects not carried, rerun after repairs clear"
           END-IF.

      * Only repairs approved by a second user are posted.
       APPLY-REPAIRS.
           IF APPROVED-COUNT = 0
               CONTINUE
           ELSE
               OPEN EXTEND EDITED-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM OPEN-GROUP-REFERENCE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > REP-COUNT
                   IF RPT-STATUS(J) = "A"
                       PERFORM APPLY-ONE-REPAIR
                   END-IF
               END-PERFORM
               CLOSE EDITED-FILE
               IF GRPREF-PRESENT = "Y"
                   CLOSE GRPREF-FILE
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > REP-COUNT
                   IF RPT-STATUS(J) = "A" AND RPT-MATCHED(J) = "N"
                       MOVE "X" TO RPT-STATUS(J)
                       MOVE "CLOSED" TO APPROVAL-EVENT
                       PERFORM LOG-REPAIR-EVENT
                       ADD 1 TO UNMATCHED-REPAIR-COUNT
                       DISPLAY "REJECT-FIX: repair for reject date "
                           RPT-REJECT-DATE(J) " sequence "
               END-PERFORM
           END-IF.

       OPEN-GROUP-REFERENCE.
           OPEN INPUT GRPREF-FILE
           IF GRPREF-FILE-STATUS = "35"
               MOVE "N" TO GRPREF-PRESENT
           ELSE
               IF GRPREF-FILE-STATUS NOT = "00"
                   DISPLAY "REJECT-FIX: unable to open GRPREF.DAT, "
                       "status " GRPREF-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO GRPREF-PRESENT
           END-IF.

      * A repair transaction with action D drops the reject instead:
      * the source has withdrawn the record, so nothing is resubmitted
      * and the reject simply leaves the reject master.
       APPLY-ONE-REPAIR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REJ-COUNT
               IF TBL-REPAIRED(I) = "N"
                   AND TBL-REJECT-DATE(I) = RPT-REJECT-DATE(J)
                   AND TBL-SEQUENCE(I) = RPT-SEQUENCE(J)
                   MOVE "Y" TO RPT-MATCHED(J)
                   MOVE "X" TO RPT-STATUS(J)
                   IF RPT-ACTION(J) = "D"
                       MOVE "D" TO TBL-REPAIRED(I)
                       ADD 1 TO DROPPED-COUNT
                       MOVE "POSTED" TO APPROVAL-EVENT
                   ELSE
                       MOVE RPT-NEW-IMAGE(J) TO TBL-RECORD-IMAGE(I)
                       PERFORM EDIT-REPAIRED-RECORD
                       IF RECORD-IS-CLEAN = "Y"
                           MOVE "POSTED" TO APPROVAL-EVENT
                       ELSE
                           MOVE "FAILED" TO APPROVAL-EVENT
                       END-IF
                   END-IF
                   PERFORM LOG-REPAIR-EVENT
               END-IF
           END-PERFORM.

                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-CLEAN = "Y" AND GRPREF-PRESENT = "Y"
               PERFORM EDIT-GROUP-REFERENCE
           END-IF.

       EDIT-GROUP-REFERENCE.
           MOVE REC-GROUP-KEY TO GR-GROUP-KEY
           READ GRPREF-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-IS-CLEAN
                   MOVE "07" TO REASON-CODE
               NOT INVALID KEY
                   IF GR-STATUS NOT = "A"
                       OR GR-EFFECTIVE-DATE > RUN-DATE-NUM
                       OR GR-EXPIRY-DATE < RUN-DATE-NUM
                       MOVE "N" TO RECORD-IS-CLEAN
                       MOVE "08" TO REASON-CODE
                   END-IF
           END-READ.

       WRITE-REJECT-MASTER.
           OPEN OUTPUT REJMAST-FILE
           IF REJMAST-FILE-STATUS NOT = "00"
                   MOVE TBL-REASON-CODE(I) TO RM-REASON-CODE
                   MOVE SPACE TO RM-FILLER
                   MOVE TBL-RECORD-IMAGE(I) TO RM-RECORD-IMAGE
                   MOVE TBL-SOURCE-ID(I) TO RM-SOURCE-ID
                   WRITE REJMAST-RECORD
                   IF REJMAST-FILE-STATUS NOT = "00"
                       DISPLAY "REJECT-FIX: unable to write "
           END-PERFORM
           CLOSE REJMAST-FILE.

      * Pending and declined repairs are carried while their reject is
      * still open.  Once the reject has gone (repaired through another
      * transaction or dropped) they are closed off on the log.
       WRITE-PENDING-REPAIRS.
           OPEN OUTPUT PENDING-FILE
           IF PENDING-FILE-STATUS NOT = "00"
               DISPLAY "REJECT-FIX: unable to rewrite PENDREP.DAT, "
                   "status " PENDING-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REP-COUNT
               IF RPT-STATUS(J) = "P" OR RPT-STATUS(J) = "D"
                   PERFORM CARRY-ONE-PENDING
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       CARRY-ONE-PENDING.
           MOVE "N" TO REJECT-OPEN
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > REJ-COUNT OR REJECT-OPEN = "Y"
               IF TBL-REPAIRED(I) = "N"
                   AND TBL-REJECT-DATE(I) = RPT-REJECT-DATE(J)
                   AND TBL-SEQUENCE(I) = RPT-SEQUENCE(J)
                   MOVE "Y" TO REJECT-OPEN
               END-IF
           END-PERFORM
           IF REJECT-OPEN = "N"
               MOVE "X" TO RPT-STATUS(J)
               ADD 1 TO CLOSED-PENDING-COUNT
               MOVE "CLOSED" TO APPROVAL-EVENT
               PERFORM LOG-REPAIR-EVENT
           ELSE
               MOVE RPT-REJECT-DATE(J) TO PR-REJECT-DATE
               MOVE RPT-SEQUENCE(J) TO PR-SEQUENCE
               MOVE RPT-ACTION(J) TO PR-ACTION
               MOVE RPT-NEW-IMAGE(J) TO PR-NEW-IMAGE
               MOVE RPT-OPERATOR-ID(J) TO PR-OPERATOR-ID
               MOVE RPT-STATUS(J) TO PR-STATUS
               MOVE RPT-ENTERED-DATE(J) TO PR-ENTERED-DATE
               MOVE RPT-APPROVER-ID(J) TO PR-APPROVER-ID
               WRITE PENDING-RECORD
               IF PENDING-FILE-STATUS NOT = "00"
                   DISPLAY "REJECT-FIX: unable to write PENDREP.DAT, "
                       "status " PENDING-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF RPT-STATUS(J) = "P"
                   ADD 1 TO PENDING-OUT-COUNT
               ELSE
                   ADD 1 TO DECLINED-OUT-COUNT
               END-IF
           END-IF.

      * Every reject repaired or dropped this run is reported back to
      * the department that sent it.  Notices are appended to
      * RETFIX.<id>.DAT, one header and trailer per run, so nothing
      * is lost if the department has not yet collected the last lot.
       WRITE-SOURCE-NOTICES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REJ-COUNT
               IF TBL-REPAIRED(I) NOT = "N"
                   AND TBL-NOTIFIED(I) = "N"
                   IF TBL-SOURCE-ID(I) = SPACES
                       MOVE "Y" TO TBL-NOTIFIED(I)
                   ELSE
                       PERFORM WRITE-ONE-NOTICE-FILE
                   END-IF
               END-IF
           END-PERFORM
           IF NOTICE-COUNT > 0
               DISPLAY "REJECT-FIX: " NOTICE-COUNT
                   " follow-up notices sent to source departments"
           END-IF.

       WRITE-ONE-NOTICE-FILE.
           MOVE TBL-SOURCE-ID(I) TO NOTICE-SOURCE-ID
           MOVE SPACES TO NOTICE-FILE-NAME
           STRING "RETFIX." DELIMITED BY SIZE
                  NOTICE-SOURCE-ID DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO NOTICE-FILE-NAME
           OPEN EXTEND NOTICE-FILE
           IF NOTICE-FILE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "REJECT-FIX: unable to open " NOTICE-FILE-NAME
                   ", status " NOTICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO NOTICE-LINE-TEXT
           STRING "HDR " NOTICE-SOURCE-ID " " RUN-DATE-NUM
               DELIMITED BY SIZE INTO NOTICE-LINE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 0 TO NOTICE-LINES
           PERFORM VARYING K FROM I BY 1 UNTIL K > REJ-COUNT
               IF TBL-REPAIRED(K) NOT = "N"
                   AND TBL-NOTIFIED(K) = "N"
                   AND TBL-SOURCE-ID(K) = NOTICE-SOURCE-ID
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-PERFORM
           MOVE SPACES TO NOTICE-LINE-TEXT
           STRING "TRL " NOTICE-LINES
               DELIMITED BY SIZE INTO NOTICE-LINE-TEXT
           PERFORM WRITE-NOTICE-LINE
           CLOSE NOTICE-FILE.

       WRITE-ONE-NOTICE.
           IF TBL-REPAIRED(K) = "D"
               MOVE "DROPPED" TO NOTICE-ACTION
           ELSE
               MOVE "REPAIRED" TO NOTICE-ACTION
           END-IF
           MOVE SPACES TO NOTICE-LINE-TEXT
           STRING "FIX " TBL-REJECT-DATE(K) " " TBL-SEQUENCE(K) " "
               TBL-ORIG-REASON(K) " " NOTICE-ACTION " "
               TBL-RECORD-IMAGE(K)
               DELIMITED BY SIZE INTO NOTICE-LINE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE "Y" TO TBL-NOTIFIED(K)
           ADD 1 TO NOTICE-LINES
           ADD 1 TO NOTICE-COUNT.

       WRITE-NOTICE-LINE.
           MOVE NOTICE-LINE-TEXT TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "REJECT-FIX: unable to write " NOTICE-FILE-NAME
                   ", status " NOTICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Once the carried rejects are safely rewritten, the applied
      * repair transactions are cleared so a rerun after a failure
      * does not append the same repairs to EDITED.DAT again.
               GOBACK
           END-IF
           CLOSE REPAIR-FILE
           DISPLAY "REJECT-FIX: REPAIR.DAT cleared, repairs held "
               "for approval".

      * Decisions are carried on PENDREP.DAT and APPRLOG.DAT once
      * taken, so the cards are cleared and a rerun does not decide
      * the same repairs twice.
       CLEAR-APPROVAL-CONTROL.
           OPEN OUTPUT APPROVAL-CTL-FILE
           IF APPROVAL-CTL-FILE-STATUS NOT = "00"
               DISPLAY "REJECT-FIX: unable to clear APPRCTL.DAT, "
                   "status " APPROVAL-CTL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE APPROVAL-CTL-FILE
           DISPLAY "REJECT-FIX: APPRCTL.DAT cleared after decisions".

      * Absorbed rejects now live in REJMAST.DAT (or were repaired),
      * so REJECT.DAT is emptied too -- a rerun then finds nothing to
                   DELIMITED BY SIZE INTO AGE-LINE-TEXT
               PERFORM WRITE-AGE-LINE
           END-IF
           IF PENDING-OUT-COUNT > 0 OR DECLINED-OUT-COUNT > 0
               PERFORM PRINT-PENDING-REPAIRS
           END-IF
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Rejects carried in:      " CARRIED-IN-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
               PERFORM WRITE-AGE-LINE
           END-IF
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Repairs keyed:           " NEW-REPAIR-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           IF NO-OPERATOR-COUNT > 0
               MOVE SPACES TO AGE-LINE-TEXT
               STRING "Refused, no operator id: " NO-OPERATOR-COUNT
                   DELIMITED BY SIZE INTO AGE-LINE-TEXT
               PERFORM WRITE-AGE-LINE
           END-IF
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Repairs approved:        " APPROVED-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Repairs declined:        " DECLINED-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Approval cards refused:  " REFUSED-CARD-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Awaiting approval:       " PENDING-OUT-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Declined, reject open:   " DECLINED-OUT-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Repaired and resubmitted:" REPAIRED-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Dropped at source:       " DROPPED-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Repairs failing edit:    " FAILED-REPAIR-COUNT
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
               CARRIED-OUT-COUNT " carried forward, " AGED-COUNT
               " aged over " AGE-LIMIT-DAYS " days".

      * Repairs not yet posted are listed under the aged rejects so
      * the supervisor sees what is still waiting for a decision and
      * what has been turned back to the operator.
       PRINT-PENDING-REPAIRS.
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Repairs pending (P) or declined (D):"
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           MOVE SPACES TO AGE-LINE-TEXT
           STRING "Reject date  Seq    St Keyed by Decided  Record"
               DELIMITED BY SIZE INTO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REP-COUNT
               IF RPT-STATUS(J) = "P" OR RPT-STATUS(J) = "D"
                   MOVE RPT-REJECT-DATE(J) TO REJECT-DATE-DISPLAY
                   MOVE SPACES TO AGE-LINE-TEXT
                   STRING REJECT-DATE-DISPLAY "   " RPT-SEQUENCE(J)
                       "  " RPT-STATUS(J) "  " RPT-OPERATOR-ID(J) " "
                       RPT-APPROVER-ID(J) " " RPT-NEW-IMAGE(J)(1:32)
                       DELIMITED BY SIZE INTO AGE-LINE-TEXT
                   PERFORM WRITE-AGE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO AGE-LINE-TEXT
           PERFORM WRITE-AGE-LINE.

       WRITE-AGE-HEADER.
           ADD 1 TO AGE-PAGE-COUNT
           MOVE ZERO TO AGE-LINE-COUNT
