      *>----------------------------------------------------------
      *> OPERLD.CPY
      *> Shared operator-authority paragraphs. COPY into the
      *> PROCEDURE DIVISION of any program that COPYs OPERTB.CPY.
      *> PERFORM Load-Operator-Table once at start of run, then
      *> per transaction MOVE the user id to WS-OPM-CHECK-ID, the
      *> program's slot to WS-OPM-CHECK-SLOT, and PERFORM
      *> Check-Operator-Authority. Only an active operator holding
      *> a Y in the slot passes; unknown, inactive and unauthorized
      *> are told apart in WS-OPM-REJECT-MSG so the error log says
      *> which it was.
      *>----------------------------------------------------------
       Load-Operator-Table.
           MOVE ZERO TO WS-OPM-COUNT
           MOVE "N" TO WS-OPM-LOADED
           MOVE "N" TO WS-OPM-EOF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               MOVE "Y" TO WS-OPM-LOADED
               PERFORM Read-Operator-Master-Row
               PERFORM UNTIL END-OF-OPERATOR-MASTER
                   IF WS-OPM-COUNT < 200
                   AND OP-USER-ID NOT = SPACES
                       ADD 1 TO WS-OPM-COUNT
                       MOVE OP-USER-ID TO
                           WS-OPM-USER-ID (WS-OPM-COUNT)
                       MOVE OP-STATUS TO
                           WS-OPM-STATUS (WS-OPM-COUNT)
                       MOVE OP-AUTHORITIES TO
                           WS-OPM-AUTH-FLAGS (WS-OPM-COUNT) (1:10)
                       MOVE OP-MORE-AUTHORITIES TO
                           WS-OPM-AUTH-FLAGS (WS-OPM-COUNT) (11:10)
                   END-IF
                   PERFORM Read-Operator-Master-Row
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "OPERM.DAT: status " OPERATOR-MASTER-STATUS
                   ", no operator master - every transaction "
                   "will be rejected"
           END-IF.

       Read-Operator-Master-Row.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET END-OF-OPERATOR-MASTER TO TRUE
           END-READ.

       Check-Operator-Authority.
           SET OPERATOR-AUTHORIZED TO FALSE
           MOVE SPACES TO WS-OPM-REJECT-MSG
           MOVE ZERO TO WS-OPM-MATCH-SUB
           IF OPERATOR-MASTER-LOADED
           AND WS-OPM-CHECK-ID NOT = SPACES
               PERFORM VARYING WS-OPM-SUB FROM 1 BY 1
                   UNTIL WS-OPM-SUB > WS-OPM-COUNT
                   IF WS-OPM-USER-ID (WS-OPM-SUB) = WS-OPM-CHECK-ID
                       MOVE WS-OPM-SUB TO WS-OPM-MATCH-SUB
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT OPERATOR-MASTER-LOADED
                   MOVE "No operator master, txn rejected"
                       TO WS-OPM-REJECT-MSG
               WHEN WS-OPM-CHECK-ID = SPACES
                   MOVE "Operator user id missing"
                       TO WS-OPM-REJECT-MSG
               WHEN WS-OPM-MATCH-SUB = ZERO
                   MOVE "Operator not on the operator master"
                       TO WS-OPM-REJECT-MSG
               WHEN WS-OPM-STATUS (WS-OPM-MATCH-SUB) NOT = "A"
                   MOVE "Operator is inactive"
                       TO WS-OPM-REJECT-MSG
               WHEN WS-OPM-AUTH (WS-OPM-MATCH-SUB WS-OPM-CHECK-SLOT)
                   NOT = "Y"
                   MOVE "Operator not authorized for this txn"
                       TO WS-OPM-REJECT-MSG
               WHEN OTHER
                   SET OPERATOR-AUTHORIZED TO TRUE
           END-EVALUATE.
