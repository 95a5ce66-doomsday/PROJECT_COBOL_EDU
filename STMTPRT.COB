      *> like Hist-Rpt; the activity scan re-opens the raw files
      *> per student, the same one-extra-pass-per-group trade
      *> Draft's employee listing makes.
      *> 15 Oct 2026 MK - Statements print at invoice level: each
      *> activity line shows its invoice number (for a payment, the
      *> invoice it was keyed against), late fees are named as such, and
      *> an OPEN INVOICES block lists every invoice still open on
      *> OPENITEM.DAT with its original amount, credits and payments
      *> applied and what remains.
      *> 15 Oct 2026 MK - Bad-debt write-off and write-off recovery
      *> lines print as their own activity descriptions.
      *> 15 Oct 2026 MK - Returned payments and returned-check fee lines
      *> print under their own descriptions.
      *> 15 Oct 2026 MK - Refund check lines print as REFUND CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "STMTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.
       FD  PAYMENTS-FILE.
           COPY PAYMENTS.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       01 STUDENT-MASTER-STATUS  PIC XX.
       01 INVOICE-STATUS         PIC XX.
       01 PAYMENTS-STATUS        PIC XX.
       01 OPEN-ITEM-STATUS       PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.
           88 END-OF-INVOICES  VALUE "Y".
       01 WS-PAYMENTS-EOF      PIC X VALUE "N".
           88 END-OF-PAYMENTS  VALUE "Y".
       01 WS-ITEM-EOF          PIC X VALUE "N".
           88 END-OF-ITEMS     VALUE "Y".
       01 WS-OPEN-INVOICES     PIC 9(5) VALUE ZERO.

       01 WS-STATEMENT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 SD-DATE          PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SD-INVOICE       PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SD-DESC          PIC X(16).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SD-AMOUNT        PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(80) VALUE SPACES.

       01 STMT-OPEN-ITEM-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 SO-INVOICE       PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SO-DATE          PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SO-ORIGINAL      PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SO-CREDITS       PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SO-PAYMENTS      PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SO-BALANCE       PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(62) VALUE SPACES.

       01 STMT-TOTAL-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "    DATE      INVOICE   ACTIVITY              AMOUNT"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-ACTIVITY-LINES
               MOVE "    (no activity on file)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM List-Open-Invoices
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "BALANCE DUE       " TO ST-LABEL
       Print-Invoice-Activity-Line.
           ADD 1 TO WS-ACTIVITY-LINES
           MOVE INV-RUN-DATE TO SD-DATE
           MOVE SPACES TO SD-INVOICE
           IF INV-INVOICE-NO NUMERIC
               MOVE INV-INVOICE-NO TO SD-INVOICE
           END-IF
           EVALUATE TRUE
               WHEN INV-IS-CREDIT
                   MOVE "TUITION CREDIT  " TO SD-DESC
               WHEN INV-IS-LATE-FEE
                   MOVE "LATE FEE        " TO SD-DESC
               WHEN INV-IS-WRITE-OFF
                   MOVE "BAD DEBT W/OFF  " TO SD-DESC
               WHEN INV-IS-WO-RECOVERY
                   MOVE "W/OFF RECOVERED " TO SD-DESC
               WHEN INV-IS-NSF-FEE
                   MOVE "RETURNED CHK FEE" TO SD-DESC
               WHEN INV-IS-REFUND
                   MOVE "REFUND CHECK    " TO SD-DESC
               WHEN OTHER
                   MOVE "TUITION CHARGE  " TO SD-DESC
           END-EVALUATE
           MOVE INV-TUITION TO SD-AMOUNT
           MOVE STMT-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.
                   AND PAY-STUDENT-ID = WS-STMT-STUDENT-ID
                       ADD 1 TO WS-ACTIVITY-LINES
                       MOVE PAY-PAY-DATE TO SD-DATE
                       MOVE SPACES TO SD-INVOICE
                       IF PAY-INVOICE-NO NUMERIC
                       AND PAY-INVOICE-NO NOT = ZERO
                           MOVE PAY-INVOICE-NO TO SD-INVOICE
                       END-IF
                       IF PAY-IS-RETURNED
                           MOVE "RETURNED PAYMENT" TO SD-DESC
                       ELSE
                           MOVE "PAYMENT - THANKS" TO SD-DESC
                       END-IF
                       MOVE PAY-AMOUNT TO SD-AMOUNT
                       MOVE STMT-DETAIL-LINE TO WS-PRINT-LINE
                       PERFORM Write-Print-Line
                   SET END-OF-PAYMENTS TO TRUE
           END-READ.

      *> The invoices still open after Ar-Post applied the money,
      *> one line each, so the family sees which bill the balance
      *> due is made of.
       List-Open-Invoices.
           MOVE ZERO TO WS-OPEN-INVOICES
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS = "00"
               MOVE "N" TO WS-ITEM-EOF
               PERFORM Read-Open-Item
               PERFORM UNTIL END-OF-ITEMS
                   IF OI-STUDENT-ID NUMERIC
                   AND OI-STUDENT-ID = WS-STMT-STUDENT-ID
                       PERFORM Print-Open-Invoice-Line
                   END-IF
                   PERFORM Read-Open-Item
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

       Read-Open-Item.
           READ OPEN-ITEM-FILE
               AT END
                   SET END-OF-ITEMS TO TRUE
           END-READ.

       Print-Open-Invoice-Line.
           IF WS-OPEN-INVOICES = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE "    OPEN INVOICES" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE "    INVOICE   DATE        ORIGINAL     CREDITS" &
                   "    PAYMENTS  STILL OPEN"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           ADD 1 TO WS-OPEN-INVOICES
           MOVE SPACES TO STMT-OPEN-ITEM-LINE
           IF OI-INVOICE-NO NUMERIC AND OI-INVOICE-NO NOT = ZERO
               MOVE OI-INVOICE-NO TO SO-INVOICE
           ELSE
               MOVE "(NONE)" TO SO-INVOICE
           END-IF
           MOVE OI-INVOICE-DATE     TO SO-DATE
           MOVE OI-ORIGINAL         TO SO-ORIGINAL
           MOVE OI-CREDITS-APPLIED  TO SO-CREDITS
           MOVE OI-PAYMENTS-APPLIED TO SO-PAYMENTS
           MOVE OI-BALANCE          TO SO-BALANCE
           MOVE STMT-OPEN-ITEM-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Stmt-Print.
