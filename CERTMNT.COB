      *> within thirty days of the run date - so holders get
      *> chased before their paperwork expires and their sales
      *> start taxing.
      *> 15 Oct 2026 MK - The user id on each transaction must belong to
      *> an active operator on OPERM.DAT holding this program's
      *> authority; anyone else's transaction is rejected to the error
      *> log, so the id on the audit trail is a checked one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 EXEMPT-CERT-STATUS   PIC XX.

           COPY FILESTAT.
           COPY OPERTB.
           COPY Y2KDATE.
           COPY PRTCTL.

           MOVE "CERTMNT" TO ERR-PROGRAM-ID
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Cert-Master
           PERFORM Apply-Cert-Txns
           PERFORM Rewrite-Cert-Master
       Apply-One-Cert-Txn.
           MOVE "CERTTXN.DAT" TO ERR-SOURCE-FILE
           MOVE CERT-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE XTX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-CERT TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Cert-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "XTX-USER-ID     " TO ERR-FIELD-NAME
               MOVE XTX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Cert-Txn.
           IF XTX-CERT-NO = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "XTX-CERT-NO     " TO ERR-FIELD-NAME
               PERFORM Write-Print-Line
           END-IF.

           COPY OPERLD.
           COPY ERRLOGWR.
           COPY PRTWR.
       END PROGRAM Cert-Maint.
