      *> and rejects go to the shared error log with the record
      *> image. The whole calendar is small enough to carry in one
      *> table and rewrite at end of run.
      *> 15 Oct 2026 MK - The user id on each transaction must belong to
      *> an active operator on OPERM.DAT holding this program's
      *> authority; anyone else's transaction is rejected to the error
      *> log, so the id on the audit trail is a checked one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS HOLIDAY-AUDIT-STATUS.

           COPY HOLCALSL.
           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
           02  HAU-HOLIDAY-NAME    PIC X(20).

           COPY HOLCAL.
           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 HOLIDAY-CAL-STATUS   PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-CAL-EOF           PIC X VALUE "N".
           88 END-OF-CALENDAR  VALUE "Y".
           MOVE "HOLMAINT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Calendar
           PERFORM Apply-Holiday-Txns
           PERFORM Rewrite-Calendar
       Apply-One-Holiday-Txn.
           MOVE "HOLTXN.DAT" TO ERR-SOURCE-FILE
           MOVE HOLIDAY-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE HTX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-HOLIDAY TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Holiday-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "HTX-USER-ID     " TO ERR-FIELD-NAME
               MOVE HTX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Holiday-Txn.
           CALL "DATE-CHECK" USING HTX-HOLIDAY-DATE WS-DATE-VALID
           IF WS-DATE-VALID NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           END-PERFORM
           CLOSE HOLIDAY-CAL-FILE.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Hol-Maint.
