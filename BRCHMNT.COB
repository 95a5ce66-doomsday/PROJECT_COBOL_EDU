      *> shared error log with the record image, resubmittable
      *> through Err-Repair. The whole master is small enough to
      *> carry in one table and rewrite at end of run.
      *> 15 Oct 2026 MK - The user id on each transaction must belong to
      *> an active operator on OPERM.DAT holding this program's
      *> authority; anyone else's transaction is rejected to the error
      *> log, so the id on the audit trail is a checked one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS BRANCH-AUDIT-STATUS.

           COPY BRANCHSL.
           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
           02  BAU-JURISDICTION    PIC X(2).

           COPY BRANCHM.
           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 BRANCH-MASTER-STATUS PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-BRANCH-EOF        PIC X VALUE "N".
           88 END-OF-BRANCH-ROWS VALUE "Y".
           MOVE "BRCHMNT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Branch-Master
           PERFORM Apply-Branch-Txns
           PERFORM Rewrite-Branch-Master
       Apply-One-Branch-Txn.
           MOVE "BRCHTXN.DAT" TO ERR-SOURCE-FILE
           MOVE BRANCH-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE BTX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-BRANCH TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Branch-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BTX-USER-ID     " TO ERR-FIELD-NAME
               MOVE BTX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Branch-Txn.
           IF BTX-BRANCH-CODE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BTX-BRANCH-CODE " TO ERR-FIELD-NAME
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Branch-Maint.
