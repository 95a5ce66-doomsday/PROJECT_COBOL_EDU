       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ap-Inv-Entry.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Accounts payable invoice entry. Vendor invoices (rent,
      *> supplies, contractors) are keyed to APINVTXN.DAT, one
      *> record per invoice, and this program edits each and adds
      *> the good ones to APINVOIC.DAT as open payables:
      *>   - the vendor must be on VENDORM.DAT and active;
      *>   - the vendor's invoice number is required and must not
      *>     already be on APINVOIC.DAT for that vendor, open or
      *>     paid, nor earlier in the same batch - paying one bill
      *>     twice is the error this file exists to stop;
      *>   - invoice and due dates must be real dates, and the due
      *>     date not before the invoice date;
      *>   - the amount must be above zero;
      *>   - an expense account left blank takes the vendor's
      *>     default off the master, and one is then required;
      *>   - the keying clerk's user id is required.
      *> Rejected invoices go to the shared error log with the
      *> record image, resubmittable through Err-Repair. Accepted
      *> ones carry today as their entry date, which is how the
      *> night's Gl-Extract finds them to post each to its expense
      *> account against accounts payable. APINVENT.RPT lists what
      *> was entered with a batch total to tie to the adding-
      *> machine tape. RC 4 when anything was rejected; RC 8 when
      *> the invoice file is too big to check for duplicates, with
      *> nothing entered. Run on demand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MASTER-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO "APINVOIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-INVOICE-STATUS.

           SELECT AP-INV-TXN-FILE ASSIGN TO "APINVTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-INV-TXN-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "APINVENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY VENDORM.

           COPY APINVOIC.

       FD  AP-INV-TXN-FILE.
       01  AP-INV-TXN-RECORD.
           02  APX-VENDOR-ID       PIC X(6).
           02  APX-INVOICE-NO      PIC X(15).
           02  APX-INVOICE-DATE    PIC 9(8).
           02  APX-DUE-DATE        PIC 9(8).
           02  APX-AMOUNT          PIC 9(7)V99.
           02  APX-EXPENSE-ACCT    PIC X(8).
           02  APX-USER-ID         PIC X(8).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 VENDOR-MASTER-STATUS PIC XX.
       01 AP-INVOICE-STATUS    PIC XX.
       01 AP-INV-TXN-STATUS    PIC XX.

           COPY FILESTAT.
           COPY PRTCTL.

       01 WS-VENDOR-EOF        PIC X VALUE "N".
           88 END-OF-VENDORS   VALUE "Y".
       01 WS-INVOICE-EOF       PIC X VALUE "N".
           88 END-OF-AP-INVOICES VALUE "Y".
       01 WS-TXN-EOF           PIC X VALUE "N".
           88 END-OF-AP-INV-TXNS VALUE "Y".

      *> The vendor master, for the active check and the default
      *> expense account.
       01 WS-VENDOR-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-SUB        PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-TABLE-AREA.
           02 WS-VENDOR-ENTRY OCCURS 500 TIMES.
               03 WS-VN-ID         PIC X(6).
               03 WS-VN-STATUS     PIC X.
               03 WS-VN-DEFAULT-ACCT PIC X(8).
       01 WS-VENDOR-FOUND      PIC X VALUE "N".
           88 VENDOR-ON-FILE   VALUE "Y" FALSE "N".

      *> Every vendor + invoice number already on APINVOIC.DAT,
      *> with this batch's added as they are written.
       01 WS-KEY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-KEY-SUB           PIC 9(4) VALUE ZERO.
       01 WS-KEY-LIMIT         PIC 9(4) VALUE 5000.
       01 WS-KEY-TABLE-AREA.
           02 WS-KEY-ENTRY OCCURS 5000 TIMES.
               03 WS-KY-VENDOR-ID  PIC X(6).
               03 WS-KY-INVOICE-NO PIC X(15).
       01 WS-KEY-OVERFLOW      PIC 9(5) VALUE ZERO.
       01 WS-KEY-FOUND         PIC X VALUE "N".
           88 DUPLICATE-INVOICE VALUE "Y" FALSE "N".

       01 WS-DATE-VALID        PIC X VALUE "N".
       01 WS-DUE-VALID         PIC X VALUE "N".
       01 WS-EXPENSE-ACCT      PIC X(8) VALUE SPACES.

       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ENTERED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-ENTERED-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.

       01 ENTRY-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 EL-VENDOR-ID     PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 EL-INVOICE-NO    PIC X(15).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 EL-INVOICE-DATE  PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 EL-DUE-DATE      PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 EL-EXPENSE-ACCT  PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 EL-AMOUNT        PIC $$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 EL-ENTERED-BY    PIC X(8).
           02 FILLER           PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "APINVENT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM Load-Vendors
           PERFORM Load-Invoice-Keys
           IF WS-KEY-OVERFLOW > ZERO
               DISPLAY "APINVOIC.DAT: " WS-KEY-OVERFLOW " invoices "
                   "past the " WS-KEY-LIMIT " tracked - NOTHING "
                   "ENTERED; duplicates cannot be checked"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AP-INV-TXN-FILE
           IF AP-INV-TXN-STATUS NOT = "00"
               DISPLAY "APINVTXN.DAT: status " AP-INV-TXN-STATUS
                   ", no invoices to enter"
               STOP RUN
           END-IF
           OPEN EXTEND AP-INVOICE-FILE
           IF AP-INVOICE-STATUS = "35"
               OPEN OUTPUT AP-INVOICE-FILE
               CLOSE AP-INVOICE-FILE
               OPEN EXTEND AP-INVOICE-FILE
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "AP INVOICE ENTRY REGISTER" TO RH-TITLE
           MOVE "APINVENT" TO RH-PROGRAM-ID
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           MOVE " VENDOR  INVOICE-NO       INV-DATE    DUE-DATE  " &
               "  EXP-ACCT          AMOUNT  ENTERED-BY"
               TO RH-COLUMN-HEADS
           PERFORM Read-Invoice-Txn
           PERFORM UNTIL END-OF-AP-INV-TXNS
               ADD 1 TO WS-READ-COUNT
               PERFORM Enter-One-Invoice
               PERFORM Read-Invoice-Txn
           END-PERFORM
           IF WS-ENTERED-COUNT = ZERO
               MOVE "  (no invoices entered)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Entry-Totals
           CLOSE PRINT-REPORT-FILE
           CLOSE AP-INVOICE-FILE
           CLOSE AP-INV-TXN-FILE

           DISPLAY "Ap-Inv-Entry: " WS-READ-COUNT " read, "
               WS-ENTERED-COUNT " entered (" WS-ENTERED-TOTAL "), "
               WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Vendors.
           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-MASTER-STATUS = "00"
               PERFORM Read-Vendor
               PERFORM UNTIL END-OF-VENDORS
                   IF WS-VENDOR-COUNT < 500
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE VND-VENDOR-ID
                           TO WS-VN-ID (WS-VENDOR-COUNT)
                       MOVE VND-STATUS
                           TO WS-VN-STATUS (WS-VENDOR-COUNT)
                       MOVE VND-DEFAULT-ACCT
                           TO WS-VN-DEFAULT-ACCT (WS-VENDOR-COUNT)
                   ELSE
                       DISPLAY "VENDORM.DAT: more than 500 vendors, "
                           "extras not loaded"
                   END-IF
                   PERFORM Read-Vendor
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           ELSE
               DISPLAY "VENDORM.DAT: status " VENDOR-MASTER-STATUS
                   " - every invoice will reject; run Vendor-Maint"
           END-IF.

       Read-Vendor.
           READ VENDOR-MASTER-FILE
               AT END
                   SET END-OF-VENDORS TO TRUE
           END-READ.

       Load-Invoice-Keys.
           OPEN INPUT AP-INVOICE-FILE
           IF AP-INVOICE-STATUS = "00"
               PERFORM Read-Ap-Invoice
               PERFORM UNTIL END-OF-AP-INVOICES
                   IF WS-KEY-COUNT < WS-KEY-LIMIT
                       ADD 1 TO WS-KEY-COUNT
                       MOVE API-VENDOR-ID
                           TO WS-KY-VENDOR-ID (WS-KEY-COUNT)
                       MOVE API-INVOICE-NO
                           TO WS-KY-INVOICE-NO (WS-KEY-COUNT)
                   ELSE
                       ADD 1 TO WS-KEY-OVERFLOW
                   END-IF
                   PERFORM Read-Ap-Invoice
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.

       Read-Ap-Invoice.
           READ AP-INVOICE-FILE
               AT END
                   SET END-OF-AP-INVOICES TO TRUE
           END-READ.

       Read-Invoice-Txn.
           READ AP-INV-TXN-FILE
               AT END
                   SET END-OF-AP-INV-TXNS TO TRUE
           END-READ.

       Enter-One-Invoice.
           MOVE "APINVTXN.DAT" TO ERR-SOURCE-FILE
           MOVE AP-INV-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Find-Vendor
           PERFORM Find-Invoice-Key
           MOVE "N" TO WS-DATE-VALID
           MOVE "N" TO WS-DUE-VALID
           IF APX-INVOICE-DATE NUMERIC
               CALL "DATE-CHECK" USING APX-INVOICE-DATE WS-DATE-VALID
           END-IF
           IF APX-DUE-DATE NUMERIC
               CALL "DATE-CHECK" USING APX-DUE-DATE WS-DUE-VALID
           END-IF
           MOVE APX-EXPENSE-ACCT TO WS-EXPENSE-ACCT
           IF WS-EXPENSE-ACCT = SPACES AND VENDOR-ON-FILE
               MOVE WS-VN-DEFAULT-ACCT (WS-VENDOR-SUB)
                   TO WS-EXPENSE-ACCT
           END-IF
           EVALUATE TRUE
               WHEN NOT VENDOR-ON-FILE
                   MOVE "APX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE APX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor not on vendor master" TO ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN WS-VN-STATUS (WS-VENDOR-SUB) NOT = "A"
                   MOVE "APX-VENDOR-ID   " TO ERR-FIELD-NAME
                   MOVE APX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor is inactive" TO ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN APX-INVOICE-NO = SPACES
                   MOVE "APX-INVOICE-NO  " TO ERR-FIELD-NAME
                   MOVE APX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "Vendor invoice number missing" TO
                       ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN DUPLICATE-INVOICE
                   MOVE "APX-INVOICE-NO  " TO ERR-FIELD-NAME
                   MOVE APX-INVOICE-NO TO ERR-INCOMING-VALUE
                   MOVE "Duplicate vendor invoice number" TO
                       ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN WS-DATE-VALID NOT = "Y"
                   MOVE "APX-INVOICE-DATE" TO ERR-FIELD-NAME
                   MOVE APX-INVOICE-DATE TO ERR-INCOMING-VALUE
                   MOVE "Invoice date is not a valid date" TO
                       ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN WS-DUE-VALID NOT = "Y"
                   MOVE "APX-DUE-DATE    " TO ERR-FIELD-NAME
                   MOVE APX-DUE-DATE TO ERR-INCOMING-VALUE
                   MOVE "Due date is not a valid date" TO ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN APX-DUE-DATE < APX-INVOICE-DATE
                   MOVE "APX-DUE-DATE    " TO ERR-FIELD-NAME
                   MOVE APX-DUE-DATE TO ERR-INCOMING-VALUE
                   MOVE "Due date before invoice date" TO ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN APX-AMOUNT NOT NUMERIC OR APX-AMOUNT = ZERO
                   MOVE "APX-AMOUNT      " TO ERR-FIELD-NAME
                   MOVE APX-INVOICE-NO TO ERR-INCOMING-VALUE
                   MOVE "Invoice amount missing or zero" TO
                       ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN WS-EXPENSE-ACCT = SPACES
                   MOVE "APX-EXPENSE-ACCT" TO ERR-FIELD-NAME
                   MOVE APX-VENDOR-ID TO ERR-INCOMING-VALUE
                   MOVE "No expense account and no vendor default"
                       TO ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN APX-USER-ID = SPACES
                   MOVE "APX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE APX-INVOICE-NO TO ERR-INCOMING-VALUE
                   MOVE "Invoice txn missing user id" TO ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN WS-KEY-COUNT >= WS-KEY-LIMIT
                   MOVE "WS-KEY-COUNT    " TO ERR-FIELD-NAME
                   MOVE APX-INVOICE-NO TO ERR-INCOMING-VALUE
                   MOVE "Invoice file full, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Reject-Invoice
               WHEN OTHER
                   PERFORM Write-Ap-Invoice
           END-EVALUATE.

       Reject-Invoice.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM Write-Error-Log.

       Find-Vendor.
           SET VENDOR-ON-FILE TO FALSE
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                  OR VENDOR-ON-FILE
               IF WS-VN-ID (WS-VENDOR-SUB) = APX-VENDOR-ID
                   SET VENDOR-ON-FILE TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF VENDOR-ON-FILE
               SUBTRACT 1 FROM WS-VENDOR-SUB
           END-IF.

       Find-Invoice-Key.
           SET DUPLICATE-INVOICE TO FALSE
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
                  OR DUPLICATE-INVOICE
               IF WS-KY-VENDOR-ID (WS-KEY-SUB) = APX-VENDOR-ID
               AND WS-KY-INVOICE-NO (WS-KEY-SUB) = APX-INVOICE-NO
                   SET DUPLICATE-INVOICE TO TRUE
               END-IF
           END-PERFORM.

       Write-Ap-Invoice.
           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE APX-VENDOR-ID    TO API-VENDOR-ID
           MOVE APX-INVOICE-NO   TO API-INVOICE-NO
           MOVE APX-INVOICE-DATE TO API-INVOICE-DATE
           MOVE APX-DUE-DATE     TO API-DUE-DATE
           MOVE APX-AMOUNT       TO API-AMOUNT
           MOVE WS-EXPENSE-ACCT  TO API-EXPENSE-ACCT
           MOVE WS-TODAY-DATE    TO API-ENTRY-DATE
           MOVE APX-USER-ID      TO API-ENTERED-BY
           SET API-IS-OPEN TO TRUE
           MOVE ZERO             TO API-PAID-DATE
           MOVE ZERO             TO API-CHECK-NO
           MOVE ZERO             TO API-GL-POSTED-DATE
           WRITE AP-INVOICE-RECORD
           ADD 1 TO WS-KEY-COUNT
           MOVE APX-VENDOR-ID  TO WS-KY-VENDOR-ID (WS-KEY-COUNT)
           MOVE APX-INVOICE-NO TO WS-KY-INVOICE-NO (WS-KEY-COUNT)
           ADD 1 TO WS-ENTERED-COUNT
           ADD APX-AMOUNT TO WS-ENTERED-TOTAL
           MOVE SPACES TO ENTRY-LINE
           MOVE API-VENDOR-ID    TO EL-VENDOR-ID
           MOVE API-INVOICE-NO   TO EL-INVOICE-NO
           MOVE API-INVOICE-DATE TO EL-INVOICE-DATE
           MOVE API-DUE-DATE     TO EL-DUE-DATE
           MOVE API-EXPENSE-ACCT TO EL-EXPENSE-ACCT
           MOVE API-AMOUNT       TO EL-AMOUNT
           MOVE API-ENTERED-BY   TO EL-ENTERED-BY
           MOVE ENTRY-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Entry-Totals.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO ENTRY-LINE
           MOVE "*** BATCH TOTAL" TO EL-INVOICE-NO
           MOVE WS-ENTERED-TOTAL TO EL-AMOUNT
           MOVE ENTRY-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Invoices read " WS-READ-COUNT
               "   entered " WS-ENTERED-COUNT
               "   rejected " WS-REJECT-COUNT
               " (see error log)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
           COPY ERRLOGWR.
       END PROGRAM Ap-Inv-Entry.
