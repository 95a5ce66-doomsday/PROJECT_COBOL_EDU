       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vendor-Maint.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Maintains VENDORM.DAT, the accounts payable vendor master
      *> every AP invoice must name and every AP check is made out
      *> from. VENDTXN.DAT transactions, in the Rate-Maint mold:
      *>   A - add a vendor not yet on file; the name, remit-to
      *>       address and city/state/zip are required. The vendor
      *>       starts active.
      *>   C - change a vendor: a name, address, tax id or default
      *>       expense account keyed replaces what is on file; a
      *>       column left blank keeps the value on file.
      *>   X - inactivate a vendor we no longer deal with. The row
      *>       stays, since its paid invoices still name it, but it
      *>       takes no new invoices and the check run holds
      *>       anything still open against it.
      *>   R - reactivate an inactive vendor.
      *> The user id on each transaction must belong to an active
      *> operator on OPERM.DAT holding the vendor-master authority;
      *> anyone else's transaction is rejected, so the id stamped
      *> on the row and the audit trail is a checked one.
      *> Every applied change writes a VENDAUDT.DAT audit record
      *> carrying the before and after name, remit-to address,
      *> city/state/zip, tax id, default expense account and
      *> status: a changed remit-to address ahead of a check run
      *> is the classic payables fraud, and the audit file is
      *> where it is caught. Rejected transactions go to the
      *> shared error log with the record image. Run on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MASTER-STATUS.

           SELECT VENDOR-TXN-FILE ASSIGN TO "VENDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-TXN-STATUS.

           SELECT VENDOR-AUDIT-FILE ASSIGN TO "VENDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-AUDIT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY VENDORM.

       FD  VENDOR-TXN-FILE.
       01  VENDOR-TXN-RECORD.
           02  VDX-TXN-CODE        PIC X.
               88 IS-VENDOR-ADD    VALUE "A".
               88 IS-VENDOR-CHANGE VALUE "C".
               88 IS-VENDOR-INACTIVATE VALUE "X".
               88 IS-VENDOR-REACTIVATE VALUE "R".
           02  VDX-VENDOR-ID       PIC X(6).
           02  VDX-NAME            PIC X(35).
           02  VDX-ADDRESS         PIC X(30).
           02  VDX-CITY-STATE-ZIP  PIC X(30).
           02  VDX-TAX-ID          PIC X(11).
           02  VDX-DEFAULT-ACCT    PIC X(8).
           02  VDX-USER-ID         PIC X(8).

       FD  VENDOR-AUDIT-FILE.
       01  VENDOR-AUDIT-RECORD.
           02  VAU-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  VAU-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  VAU-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  VAU-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  VAU-VENDOR-ID       PIC X(6).
           02  FILLER              PIC X(1).
           02  VAU-OLD-NAME        PIC X(35).
           02  FILLER              PIC X(1).
           02  VAU-OLD-ADDRESS     PIC X(30).
           02  FILLER              PIC X(1).
           02  VAU-OLD-TAX-ID      PIC X(11).
           02  FILLER              PIC X(1).
           02  VAU-OLD-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  VAU-NEW-NAME        PIC X(35).
           02  FILLER              PIC X(1).
           02  VAU-NEW-ADDRESS     PIC X(30).
           02  FILLER              PIC X(1).
           02  VAU-NEW-TAX-ID      PIC X(11).
           02  FILLER              PIC X(1).
           02  VAU-NEW-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  VAU-OLD-CITY-ST-ZIP PIC X(30).
           02  FILLER              PIC X(1).
           02  VAU-OLD-DEFAULT-ACCT PIC X(8).
           02  FILLER              PIC X(1).
           02  VAU-NEW-CITY-ST-ZIP PIC X(30).
           02  FILLER              PIC X(1).
           02  VAU-NEW-DEFAULT-ACCT PIC X(8).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 VENDOR-MASTER-STATUS PIC XX.
       01 VENDOR-TXN-STATUS    PIC XX.
       01 VENDOR-AUDIT-STATUS  PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-VENDOR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-VENDORS   VALUE "Y".
       01 WS-TXN-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-VENDOR-TXNS VALUE "Y".

      *> One row per vendor, held in a table for the run and
      *> rewritten to the file once at end.
       01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ROW-SUB           PIC 9(3) VALUE ZERO.
       01 WS-ROW-LIMIT         PIC 9(3) VALUE 500.
       01 WS-VENDOR-ROW-TABLE.
           02 WS-VENDOR-ROW OCCURS 500 TIMES.
               03 WS-ROW-VENDOR-ID    PIC X(6).
               03 WS-ROW-NAME         PIC X(35).
               03 WS-ROW-ADDRESS      PIC X(30).
               03 WS-ROW-CITY-ST-ZIP  PIC X(30).
               03 WS-ROW-TAX-ID       PIC X(11).
               03 WS-ROW-STATUS       PIC X.
               03 WS-ROW-DEFAULT-ACCT PIC X(8).
               03 WS-ROW-UPDATED-DATE PIC 9(8).
               03 WS-ROW-UPDATED-BY   PIC X(8).

       01 WS-MATCH-SUB         PIC 9(3) VALUE ZERO.
       01 WS-MATCH-FOUND       PIC X VALUE "N".
           88 VENDOR-FOUND     VALUE "Y" FALSE "N".

       01 WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-TIME-OF-DAY       PIC 9(8).
       01 WS-AUD-OLD-NAME      PIC X(35) VALUE SPACES.
       01 WS-AUD-OLD-ADDRESS   PIC X(30) VALUE SPACES.
       01 WS-AUD-OLD-TAX-ID    PIC X(11) VALUE SPACES.
       01 WS-AUD-OLD-CITY-ST-ZIP PIC X(30) VALUE SPACES.
       01 WS-AUD-OLD-DEFAULT-ACCT PIC X(8) VALUE SPACES.
       01 WS-AUD-OLD-STATUS    PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           MOVE "VENDMNT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Vendor-Master
           PERFORM Apply-Vendor-Txns
           PERFORM Rewrite-Vendor-Master
           DISPLAY "Vendor-Maint: " WS-APPLIED-COUNT
               " applied, " WS-REJECT-COUNT " rejected"
           STOP RUN.

      *> A missing VENDORM.DAT is the first vendor ever loaded, not
      *> an error; the file is built from scratch.
       Load-Vendor-Master.
           MOVE ZERO TO WS-ROW-COUNT
           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-MASTER-STATUS = "00"
               PERFORM Read-Vendor-Row
               PERFORM UNTIL END-OF-VENDORS
                   IF WS-ROW-COUNT < WS-ROW-LIMIT
                       ADD 1 TO WS-ROW-COUNT
                       MOVE VND-VENDOR-ID TO
                           WS-ROW-VENDOR-ID (WS-ROW-COUNT)
                       MOVE VND-NAME TO WS-ROW-NAME (WS-ROW-COUNT)
                       MOVE VND-ADDRESS TO
                           WS-ROW-ADDRESS (WS-ROW-COUNT)
                       MOVE VND-CITY-STATE-ZIP TO
                           WS-ROW-CITY-ST-ZIP (WS-ROW-COUNT)
                       MOVE VND-TAX-ID TO WS-ROW-TAX-ID (WS-ROW-COUNT)
                       MOVE VND-STATUS TO WS-ROW-STATUS (WS-ROW-COUNT)
                       MOVE VND-DEFAULT-ACCT TO
                           WS-ROW-DEFAULT-ACCT (WS-ROW-COUNT)
                       MOVE VND-UPDATED-DATE TO
                           WS-ROW-UPDATED-DATE (WS-ROW-COUNT)
                       MOVE VND-UPDATED-BY TO
                           WS-ROW-UPDATED-BY (WS-ROW-COUNT)
                   ELSE
                       DISPLAY "VENDORM.DAT: more than "
                           WS-ROW-LIMIT " rows, extras dropped"
                   END-IF
                   PERFORM Read-Vendor-Row
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           ELSE
               DISPLAY "VENDORM.DAT: status " VENDOR-MASTER-STATUS
                   ", starting an empty vendor master"
           END-IF.

       Read-Vendor-Row.
           READ VENDOR-MASTER-FILE
               AT END
                   SET END-OF-VENDORS TO TRUE
           END-READ.

       Apply-Vendor-Txns.
           OPEN INPUT VENDOR-TXN-FILE
           IF VENDOR-TXN-STATUS = "00"
               PERFORM Read-Vendor-Txn
               PERFORM UNTIL END-OF-VENDOR-TXNS
                   PERFORM Apply-One-Vendor-Txn
                   PERFORM Read-Vendor-Txn
               END-PERFORM
               CLOSE VENDOR-TXN-FILE
           ELSE
               DISPLAY "VENDTXN.DAT: status " VENDOR-TXN-STATUS
                   ", no vendor transactions to apply"
           END-IF.

       Read-Vendor-Txn.
           READ VENDOR-TXN-FILE
               AT END
                   SET END-OF-VENDOR-TXNS TO TRUE
           END-READ.

       Apply-One-Vendor-Txn.
           MOVE "VENDTXN.DAT" TO ERR-SOURCE-FILE
           MOVE VENDOR-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE VDX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-VENDOR TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Vendor-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "VDX-USER-ID     " TO ERR-FIELD-NAME
               MOVE VDX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Vendor-Txn.
           PERFORM Find-Vendor-Row
           EVALUATE TRUE
               WHEN VDX-VENDOR-ID = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor txn missing vendor id" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN IS-VENDOR-ADD
                   PERFORM Add-Vendor
               WHEN IS-VENDOR-CHANGE
                   PERFORM Change-Vendor
               WHEN IS-VENDOR-INACTIVATE
                   PERFORM Inactivate-Vendor
               WHEN IS-VENDOR-REACTIVATE
                   PERFORM Reactivate-Vendor
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-TXN-CODE    " TO ERR-FIELD-NAME
                   MOVE VDX-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown vendor txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
           END-EVALUATE.

       Find-Vendor-Row.
           SET VENDOR-FOUND TO FALSE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-VENDOR-ID (WS-ROW-SUB) = VDX-VENDOR-ID
                   SET VENDOR-FOUND TO TRUE
                   MOVE WS-ROW-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           IF VENDOR-FOUND
               MOVE WS-ROW-NAME (WS-MATCH-SUB) TO WS-AUD-OLD-NAME
               MOVE WS-ROW-ADDRESS (WS-MATCH-SUB)
                   TO WS-AUD-OLD-ADDRESS
               MOVE WS-ROW-TAX-ID (WS-MATCH-SUB) TO WS-AUD-OLD-TAX-ID
               MOVE WS-ROW-STATUS (WS-MATCH-SUB) TO WS-AUD-OLD-STATUS
               MOVE WS-ROW-CITY-ST-ZIP (WS-MATCH-SUB)
                   TO WS-AUD-OLD-CITY-ST-ZIP
               MOVE WS-ROW-DEFAULT-ACCT (WS-MATCH-SUB)
                   TO WS-AUD-OLD-DEFAULT-ACCT
           ELSE
               MOVE SPACES TO WS-AUD-OLD-NAME
               MOVE SPACES TO WS-AUD-OLD-ADDRESS
               MOVE SPACES TO WS-AUD-OLD-TAX-ID
               MOVE SPACE TO WS-AUD-OLD-STATUS
               MOVE SPACES TO WS-AUD-OLD-CITY-ST-ZIP
               MOVE SPACES TO WS-AUD-OLD-DEFAULT-ACCT
           END-IF.

       Add-Vendor.
           EVALUATE TRUE
               WHEN VENDOR-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor id already on file" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN VDX-NAME = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-NAME        " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "New vendor missing name" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN VDX-ADDRESS = SPACES
               OR VDX-CITY-STATE-ZIP = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-ADDRESS     " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "New vendor missing remit-to address" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-COUNT >= WS-ROW-LIMIT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-ROW-COUNT    " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor master full, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-MATCH-SUB
                   MOVE VDX-VENDOR-ID TO
                       WS-ROW-VENDOR-ID (WS-MATCH-SUB)
                   MOVE VDX-NAME TO WS-ROW-NAME (WS-MATCH-SUB)
                   MOVE VDX-ADDRESS TO WS-ROW-ADDRESS (WS-MATCH-SUB)
                   MOVE VDX-CITY-STATE-ZIP TO
                       WS-ROW-CITY-ST-ZIP (WS-MATCH-SUB)
                   MOVE VDX-TAX-ID TO WS-ROW-TAX-ID (WS-MATCH-SUB)
                   MOVE "A" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   MOVE VDX-DEFAULT-ACCT TO
                       WS-ROW-DEFAULT-ACCT (WS-MATCH-SUB)
                   PERFORM Stamp-Vendor-Row
                   DISPLAY "Vendor " VDX-VENDOR-ID " added"
           END-EVALUATE.

       Change-Vendor.
           IF NOT VENDOR-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "VDX-VENDOR-ID   " TO ERR-FIELD-NAME
               MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
               MOVE "No vendor on file to change" TO ERR-MESSAGE
               PERFORM Write-Error-Log
           ELSE
               IF VDX-NAME NOT = SPACES
                   MOVE VDX-NAME TO WS-ROW-NAME (WS-MATCH-SUB)
               END-IF
               IF VDX-ADDRESS NOT = SPACES
                   MOVE VDX-ADDRESS TO WS-ROW-ADDRESS (WS-MATCH-SUB)
               END-IF
               IF VDX-CITY-STATE-ZIP NOT = SPACES
                   MOVE VDX-CITY-STATE-ZIP TO
                       WS-ROW-CITY-ST-ZIP (WS-MATCH-SUB)
               END-IF
               IF VDX-TAX-ID NOT = SPACES
                   MOVE VDX-TAX-ID TO WS-ROW-TAX-ID (WS-MATCH-SUB)
               END-IF
               IF VDX-DEFAULT-ACCT NOT = SPACES
                   MOVE VDX-DEFAULT-ACCT TO
                       WS-ROW-DEFAULT-ACCT (WS-MATCH-SUB)
               END-IF
               PERFORM Stamp-Vendor-Row
               DISPLAY "Vendor " VDX-VENDOR-ID " changed"
           END-IF.

       Inactivate-Vendor.
           EVALUATE TRUE
               WHEN NOT VENDOR-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "No vendor on file to inactivate" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-STATUS (WS-MATCH-SUB) = "I"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor is already inactive" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE "I" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   PERFORM Stamp-Vendor-Row
                   DISPLAY "Vendor " VDX-VENDOR-ID " inactivated"
           END-EVALUATE.

       Reactivate-Vendor.
           EVALUATE TRUE
               WHEN NOT VENDOR-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "No vendor on file to reactivate" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-STATUS (WS-MATCH-SUB) = "A"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "VDX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE VDX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor is already active" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE "A" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   PERFORM Stamp-Vendor-Row
                   DISPLAY "Vendor " VDX-VENDOR-ID " reactivated"
           END-EVALUATE.

       Stamp-Vendor-Row.
           MOVE WS-TODAY-DATE TO WS-ROW-UPDATED-DATE (WS-MATCH-SUB)
           MOVE VDX-USER-ID   TO WS-ROW-UPDATED-BY (WS-MATCH-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM Write-Vendor-Audit.

       Write-Vendor-Audit.
           OPEN EXTEND VENDOR-AUDIT-FILE
           IF VENDOR-AUDIT-STATUS = "35"
               OPEN OUTPUT VENDOR-AUDIT-FILE
               CLOSE VENDOR-AUDIT-FILE
               OPEN EXTEND VENDOR-AUDIT-FILE
           END-IF
           MOVE SPACES             TO VENDOR-AUDIT-RECORD
           MOVE WS-TODAY-DATE      TO VAU-DATE
           MOVE WS-TIME-OF-DAY     TO VAU-TIME
           MOVE VDX-USER-ID        TO VAU-USER-ID
           MOVE VDX-TXN-CODE       TO VAU-ACTION
           MOVE VDX-VENDOR-ID      TO VAU-VENDOR-ID
           MOVE WS-AUD-OLD-NAME    TO VAU-OLD-NAME
           MOVE WS-AUD-OLD-ADDRESS TO VAU-OLD-ADDRESS
           MOVE WS-AUD-OLD-TAX-ID  TO VAU-OLD-TAX-ID
           MOVE WS-AUD-OLD-STATUS  TO VAU-OLD-STATUS
           MOVE WS-ROW-NAME (WS-MATCH-SUB)    TO VAU-NEW-NAME
           MOVE WS-ROW-ADDRESS (WS-MATCH-SUB) TO VAU-NEW-ADDRESS
           MOVE WS-ROW-TAX-ID (WS-MATCH-SUB)  TO VAU-NEW-TAX-ID
           MOVE WS-ROW-STATUS (WS-MATCH-SUB)  TO VAU-NEW-STATUS
           MOVE WS-AUD-OLD-CITY-ST-ZIP  TO VAU-OLD-CITY-ST-ZIP
           MOVE WS-AUD-OLD-DEFAULT-ACCT TO VAU-OLD-DEFAULT-ACCT
           MOVE WS-ROW-CITY-ST-ZIP (WS-MATCH-SUB)
               TO VAU-NEW-CITY-ST-ZIP
           MOVE WS-ROW-DEFAULT-ACCT (WS-MATCH-SUB)
               TO VAU-NEW-DEFAULT-ACCT
           WRITE VENDOR-AUDIT-RECORD
           CLOSE VENDOR-AUDIT-FILE.

       Rewrite-Vendor-Master.
           OPEN OUTPUT VENDOR-MASTER-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE SPACES TO VENDOR-MASTER-RECORD
               MOVE WS-ROW-VENDOR-ID (WS-ROW-SUB) TO VND-VENDOR-ID
               MOVE WS-ROW-NAME (WS-ROW-SUB)      TO VND-NAME
               MOVE WS-ROW-ADDRESS (WS-ROW-SUB)   TO VND-ADDRESS
               MOVE WS-ROW-CITY-ST-ZIP (WS-ROW-SUB)
                   TO VND-CITY-STATE-ZIP
               MOVE WS-ROW-TAX-ID (WS-ROW-SUB)    TO VND-TAX-ID
               MOVE WS-ROW-STATUS (WS-ROW-SUB)    TO VND-STATUS
               MOVE WS-ROW-DEFAULT-ACCT (WS-ROW-SUB)
                   TO VND-DEFAULT-ACCT
               MOVE WS-ROW-UPDATED-DATE (WS-ROW-SUB)
                   TO VND-UPDATED-DATE
               MOVE WS-ROW-UPDATED-BY (WS-ROW-SUB) TO VND-UPDATED-BY
               WRITE VENDOR-MASTER-RECORD
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Vendor-Maint.
