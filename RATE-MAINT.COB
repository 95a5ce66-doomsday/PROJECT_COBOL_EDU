      *> the CA rate and when" is the first question the auditors
      *> ask. Rejected transactions go to the shared error log with
      *> the record image, resubmittable through Err-Repair.
      *> 15 Oct 2026 MK - The user id on each transaction must belong to
      *> an active operator on OPERM.DAT holding this program's
      *> authority; anyone else's transaction is rejected to the error
      *> log, so the id on the audit trail is a checked one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-AUDIT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
           02  FILLER              PIC X(1).
           02  AUD-EFF-FROM        PIC 9(8).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 RATE-AUDIT-STATUS    PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-RATE-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-TAX-RATES VALUE "Y".
           MOVE "RATEMAINT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Rate-Master
           PERFORM Apply-Rate-Txns
           PERFORM Rewrite-Rate-Master
       Apply-One-Rate-Txn.
           MOVE "RATETXN.DAT" TO ERR-SOURCE-FILE
           MOVE RATE-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE RTX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-TAX-RATE TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Rate-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "RTX-USER-ID     " TO ERR-FIELD-NAME
               MOVE RTX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Rate-Txn.
           IF RTX-JURISDICTION = SPACES
           OR RTX-EFF-FROM NOT NUMERIC
           OR RTX-EFF-FROM = ZERO
               END-IF
           END-IF.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Rate-Maint.
