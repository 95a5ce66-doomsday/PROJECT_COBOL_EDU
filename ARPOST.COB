      *> run that fails its controls withholds its outputs. A
      *> file holding more payments than the pass can stage (500)
      *> refuses whole rather than posting part.
      *> 15 Oct 2026 MK - Receivables are carried as open items, one per
      *> numbered charge or late-fee line. A PAYTXN.DAT payment may name
      *> the invoice it pays (PT-INVOICE-NO, rejected unless it is one
      *> of the student's own charge lines) and is applied to it first;
      *> credit lines, unnamed payments and any excess relieve the
      *> student's items oldest first. The aged trial balance prints
      *> each open invoice in its bucket under a student total, ARL-
      *> OLDEST-CHARGE is now the oldest invoice still open, and
      *> OPENITEM.DAT is rewritten each run with every open invoice's
      *> original amount, credits and payments applied and remaining
      *> balance.
      *> 15 Oct 2026 MK - A bad-debt write-off line (W) from Write-Off
      *> nets off the student's items like a credit. When a written-off
      *> student's payments run past everything they owe, the excess, up
      *> to the amount still written off, reverses the write-off through
      *> a V recovery line on INVOICE.DAT instead of standing as a
      *> credit balance.
      *> 15 Oct 2026 MK - Returned checks: NSFTXN.DAT names a bounced
      *> payment by student, pay date and PAY-REFERENCE. A match gets a
      *> reversing R entry on PAYMENTS.DAT instead of an edit to the
      *> register, the published returned-check fee (NSFFEE.DAT card,
      *> default $25.00) goes on INVOICE.DAT as an F line, and the
      *> student goes on CERTFUND.DAT. The reversed pair drops out of
      *> the position, so what the payment had paid reopens at the
      *> original invoice dates and ages from there. A student on the
      *> list must pay with PT-CERTIFIED set to Y, and the first such
      *> payment to post clears the flag.
      *> 15 Oct 2026 MK - Foreign-currency payments: a PAYTXN.DAT
      *> payment may carry PT-CURRENCY-CODE and the amount sent in that
      *> currency (PT-FOREIGN-AMOUNT), with PT-AMOUNT then the dollars
      *> the bank credited. It converts at the EXCHRATE.DAT rate in
      *> force on the pay date - each night's rates are filed on
      *> EXCHHIST.DAT under the run date - and the converted figure
      *> relieves the account; a currency with no rate on file is
      *> rejected to the error log. PAYMENTS.DAT keeps the currency, the
      *> foreign amount, the converted base amount and the bank credit,
      *> and a returned check's reversal carries them too.
      *> 15 Oct 2026 MK - ARCARRY.DAT is rewritten at the end of each
      *> run with the run date and the highest invoice number tallied,
      *> so Ar-Recon can tell which of the night's INVOICE.DAT lines
      *> this ledger already holds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT RETURNED-PAYMENT-FILE ASSIGN TO "NSFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNED-PAYMENT-STATUS.

           SELECT NSF-FEE-FILE ASSIGN TO "NSFFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NSF-FEE-STATUS.

           SELECT CERTIFIED-FUNDS-FILE ASSIGN TO "CERTFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFIED-FUNDS-STATUS.

           SELECT EXCH-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCH-RATE-STATUS.

           SELECT EXCH-HISTORY-FILE ASSIGN TO "EXCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCH-HISTORY-STATUS.

           SELECT AR-CARRY-FILE ASSIGN TO "ARCARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-CARRY-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "ARAGED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.
           02  PT-PAY-DATE         PIC 9(8).
           02  PT-AMOUNT           PIC 9(5)V99.
           02  PT-REFERENCE        PIC X(8).
           02  PT-INVOICE-NO       PIC 9(8).
           02  PT-INVOICE-NO-X REDEFINES PT-INVOICE-NO
                                   PIC X(8).
           02  PT-CERTIFIED        PIC X.
               88 PT-IS-CERTIFIED  VALUE "Y".
           02  PT-CURRENCY-CODE    PIC X(3).
           02  PT-FOREIGN-AMOUNT   PIC 9(7)V99.
           02  PT-FOREIGN-AMOUNT-X REDEFINES PT-FOREIGN-AMOUNT
                                   PIC X(9).

       FD  PAYMENTS-FILE.
           COPY PAYMENTS.
       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  RETURNED-PAYMENT-FILE.
       01  RETURNED-PAYMENT-RECORD.
           02  RP-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  RP-PAY-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  RP-REFERENCE        PIC X(8).

       FD  NSF-FEE-FILE.
       01  NSF-FEE-RECORD.
           02  NF-FEE-AMOUNT       PIC 9(3)V99.

       FD  CERTIFIED-FUNDS-FILE.
           COPY CERTFUND.

       FD  EXCH-RATE-FILE.
       01  EXCH-RATE-RECORD.
           02  XR-CURRENCY-CODE    PIC X(3).
           02  FILLER              PIC X(1).
           02  XR-RATE             PIC 9(3)V9(6).

       FD  EXCH-HISTORY-FILE.
           COPY EXCHHIST.

       FD  AR-CARRY-FILE.
           COPY ARCARRY.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       01 INVOICE-STATUS        PIC XX.
       01 AR-LEDGER-STATUS      PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 OPEN-ITEM-STATUS      PIC XX.
       01 RETURNED-PAYMENT-STATUS PIC XX.
       01 NSF-FEE-STATUS        PIC XX.
       01 CERTIFIED-FUNDS-STATUS PIC XX.
       01 EXCH-RATE-STATUS      PIC XX.
       01 EXCH-HISTORY-STATUS   PIC XX.
       01 AR-CARRY-STATUS       PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
               03 WS-SG-DATE       PIC 9(8).
               03 WS-SG-AMOUNT     PIC 9(5)V99.
               03 WS-SG-REF        PIC X(8).
               03 WS-SG-INVOICE    PIC 9(8).
               03 WS-SG-CERTIFIED  PIC X.
               03 WS-SG-CURRENCY   PIC X(3).
               03 WS-SG-FOREIGN    PIC 9(7)V99.
               03 WS-SG-BANK       PIC 9(5)V99.
       01 WS-STG-OVERFLOW      PIC 9(5) VALUE ZERO.

      *> Exchange rates by the date they were in force: the
      *> history filed for the last 120 days, then tonight's
      *> EXCHRATE.DAT stamped with the run date. A payment in
      *> another currency converts at the latest rate for its
      *> currency dated on or before its pay date; the later of
      *> two rows for the same date stands.
       01 WS-BASE-CURRENCY     PIC X(3) VALUE "USD".
       01 WS-XRATE-EOF         PIC X VALUE "N".
           88 END-OF-EXCH-RATES VALUE "Y".
       01 WS-XHIST-EOF         PIC X VALUE "N".
           88 END-OF-EXCH-HISTORY VALUE "Y".
       01 WS-XR-OFFSET         PIC S9(3) VALUE -120.
       01 WS-XR-CALENDAR-UNIT  PIC X VALUE "C".
       01 WS-XR-WINDOW-START   PIC 9(8) VALUE ZERO.
       01 WS-XR-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-XR-SUB            PIC 9(4) VALUE ZERO.
       01 WS-XR-LIMIT          PIC 9(4) VALUE 3000.
       01 WS-XR-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-XR-FILED          PIC 9(3) VALUE ZERO.
       01 WS-XR-TABLE-AREA.
           02 WS-XR-ENTRY OCCURS 3000 TIMES.
               03 WS-XR-DATE       PIC 9(8).
               03 WS-XR-CURRENCY   PIC X(3).
               03 WS-XR-RATE       PIC 9(3)V9(6).
       01 WS-RATE-FOUND        PIC X VALUE "N".
           88 RATE-FOUND       VALUE "Y" FALSE "N".
       01 WS-RATE-DATE         PIC 9(8) VALUE ZERO.
       01 WS-PAY-RATE          PIC 9(3)V9(6) VALUE ZERO.

      *> One keyed payment as it will post: the base amount that
      *> relieves the account and, for a foreign-currency payment,
      *> the currency, the amount in it and what the bank
      *> credited.
       01 WS-CURRENCY-VALID    PIC X VALUE "N".
       01 WS-PAY-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-PAY-FOREIGN       PIC 9(7)V99 VALUE ZERO.
       01 WS-PAY-BASE          PIC 9(5)V99 VALUE ZERO.
       01 WS-FX-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-FX-DIFFERENCE     PIC S9(7)V99 VALUE ZERO.
       01 WS-FX-NET            PIC S9(9)V99 VALUE ZERO.
       01 WS-FX-NET-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.

      *> Every charge and late-fee line is an open item carrying
      *> its own age bucket; a payment that names its invoice is
      *> applied to that item, and credit lines and unnamed
      *> payments relieve the student's items oldest first, the
      *> way a trial balance ages.
       01 WS-IT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-IT-SUB            PIC 9(4) VALUE ZERO.
       01 WS-IT-LIMIT          PIC 9(4) VALUE 3000.
       01 WS-IT-FOUND          PIC X VALUE "N".
           88 ITEM-FOUND       VALUE "Y" FALSE "N".
       01 WS-IT-TABLE-AREA.
           02 WS-IT-ENTRY OCCURS 3000 TIMES.
               03 WS-IT-ID         PIC 9(7).
               03 WS-IT-NO         PIC 9(8).
               03 WS-IT-DATE       PIC 9(8).
               03 WS-IT-TYPE       PIC X.
               03 WS-IT-TERM       PIC X(6).
               03 WS-IT-BUCKET     PIC 9.
               03 WS-IT-ORIGINAL   PIC 9(7)V99.
               03 WS-IT-CREDITS    PIC 9(7)V99.
               03 WS-IT-PAYMENTS   PIC 9(7)V99.
       01 WS-IT-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-IT-OPEN           PIC 9(7)V99 VALUE ZERO.
       01 WS-HIGH-INVOICE-NO   PIC 9(8) VALUE ZERO.
       01 WS-APPLY-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01 WS-MATCH-INVOICE     PIC 9(8) VALUE ZERO.
       01 WS-OPEN-ITEM-COUNT   PIC 9(5) VALUE ZERO.

      *> One slot per student with any invoice or payment
      *> activity, holding the totals and whatever credit or
      *> payment money is still waiting for the oldest-first pass.
       01 WS-AR-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-AR-SUB            PIC 9(3) VALUE ZERO.
       01 WS-AR-FOUND          PIC X VALUE "N".
               03 WS-AR-CREDITS    PIC 9(7)V99.
               03 WS-AR-PAYMENTS   PIC 9(7)V99.
               03 WS-AR-OLDEST     PIC 9(8).
               03 WS-AR-CREDIT-LEFT PIC 9(7)V99.
               03 WS-AR-PAY-LEFT   PIC 9(7)V99.
               03 WS-AR-WRITTEN-OFF PIC 9(7)V99.
       01 WS-AR-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-MATCH-ID          PIC 9(7) VALUE ZERO.
       01 WS-BUCKET-SUB        PIC 9 VALUE ZERO.
       01 WS-AGE-DAYS          PIC S9(7) VALUE ZERO.

      *> Payment money a written-off student has sent beyond what
      *> they owe goes back against the write-off, not into a
      *> credit balance.
       01 WS-RECOVERY-AMOUNT   PIC 9(7)V99 VALUE ZERO.
       01 WS-RECOVERY-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-RECOVERY-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-INVOICE-OPEN      PIC X VALUE "N".
           88 INVOICE-IS-OPEN  VALUE "Y".

      *> Returned checks keyed on NSFTXN.DAT, each matched to the
      *> payment it names on the register: how many payments on
      *> file carry its key and how many of those have already
      *> been reversed.
       01 WS-NSF-EOF           PIC X VALUE "N".
           88 END-OF-NSF-TXNS  VALUE "Y".
       01 WS-NSF-FEE           PIC 9(3)V99 VALUE 25.00.
       01 WS-NT-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-NT-SUB            PIC 9(3) VALUE ZERO.
       01 WS-NT-SUB2           PIC 9(3) VALUE ZERO.
       01 WS-NT-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-NT-TABLE-AREA.
           02 WS-NT-ENTRY OCCURS 100 TIMES.
               03 WS-NT-IMAGE      PIC X(26).
               03 WS-NT-ID         PIC 9(7).
               03 WS-NT-DATE       PIC 9(8).
               03 WS-NT-REF        PIC X(8).
               03 WS-NT-FOUND      PIC 9(3).
               03 WS-NT-RETURNED   PIC 9(3).
               03 WS-NT-AMOUNT     PIC 9(5)V99.
               03 WS-NT-INVOICE    PIC 9(8).
               03 WS-NT-CURRENCY   PIC X(3).
               03 WS-NT-FOREIGN    PIC 9(7)V99.
               03 WS-NT-BANK       PIC 9(5)V99.
       01 WS-RETURNED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-RETURNED-TOTAL    PIC 9(9)V99 VALUE ZERO.

      *> Reversing entries on the register, each cancelling the
      *> first payment on file with its student, date and
      *> reference, so the pair drops out of the position.
       01 WS-RT-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-RT-SUB            PIC 9(3) VALUE ZERO.
       01 WS-RT-LIMIT          PIC 9(3) VALUE 300.
       01 WS-RT-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-RT-FOUND          PIC X VALUE "N".
           88 RETURN-FOUND     VALUE "Y" FALSE "N".
       01 WS-RT-TABLE-AREA.
           02 WS-RT-ENTRY OCCURS 300 TIMES.
               03 WS-RT-ID         PIC 9(7).
               03 WS-RT-DATE       PIC 9(8).
               03 WS-RT-REF        PIC X(8).
               03 WS-RT-USED       PIC X.
                   88 RETURN-MATCHED   VALUE "Y".

      *> Students whose next payment must be certified funds.
       01 WS-CERT-EOF          PIC X VALUE "N".
           88 END-OF-CERT-LIST VALUE "Y".
       01 WS-CF-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CF-SUB            PIC 9(3) VALUE ZERO.
       01 WS-CF-FOUND          PIC X VALUE "N".
           88 CERT-FUNDS-REQUIRED VALUE "Y" FALSE "N".
       01 WS-CF-TABLE-AREA.
           02 WS-CF-ENTRY OCCURS 500 TIMES.
               03 WS-CF-ID         PIC 9(7).
               03 WS-CF-FLAGGED    PIC 9(8).
               03 WS-CF-PAY-DATE   PIC 9(8).
               03 WS-CF-REF        PIC X(8).
               03 WS-CF-AMOUNT     PIC 9(5)V99.
               03 WS-CF-CLEARED    PIC X.
                   88 CERT-FLAG-CLEARED VALUE "Y".

      *> Working fields for one student's aged lines.
       01 WS-RELIEF-LEFT       PIC 9(7)V99 VALUE ZERO.
       01 WS-STUDENT-PRINTED   PIC X VALUE "N".
           88 STUDENT-NAME-PRINTED VALUE "Y" FALSE "N".
       01 WS-AGED-BUCKET-AREA.
           02 WS-AGED-BUCKET OCCURS 4 TIMES PIC 9(7)V99.
       01 WS-STUDENT-BALANCE   PIC S9(8)V99 VALUE ZERO.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AG-INVOICE-DATE  PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AG-CURRENT       PIC ZZZZZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AG-30            PIC ZZZZZZ9.99.
           02 AG-90            PIC ZZZZZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AG-BALANCE       PIC ZZZZZZZ9.99-.
           02 FILLER           PIC X(32) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           PERFORM Load-Certified-Funds
           PERFORM Load-Invoice-Items
           PERFORM Load-Exchange-Rates
           PERFORM Apply-Payment-Txns
           PERFORM Apply-Returned-Payments
           PERFORM Build-Receivables
           PERFORM Recover-Written-Off
           PERFORM Print-Aged-Trial-Balance
           PERFORM Rewrite-Ar-Ledger
           PERFORM Rewrite-Open-Items
           PERFORM Rewrite-Certified-Funds
           PERFORM Rewrite-Ar-Carry
           CLOSE STUDENT-MASTER-FILE
           DISPLAY "Ar-Post: " WS-POSTED-COUNT " payments posted, "
               WS-REJECT-COUNT " rejected, " WS-OWING-COUNT
               " students owing, " WS-OPEN-ITEM-COUNT " open invoices"
           IF WS-FX-COUNT > ZERO
               MOVE WS-FX-NET TO WS-FX-NET-EDIT
               DISPLAY "Ar-Post: " WS-FX-COUNT " foreign-currency "
                   "payments converted, exchange gain/loss "
                   WS-FX-NET-EDIT
           END-IF
           IF WS-RETURNED-COUNT > ZERO
               DISPLAY "Ar-Post: " WS-RETURNED-COUNT " returned "
                   "payments reversed, " WS-RETURNED-TOTAL
           END-IF
           IF WS-RECOVERY-COUNT > ZERO
               DISPLAY "Ar-Post: " WS-RECOVERY-COUNT " write-offs "
                   "recovered, " WS-RECOVERY-TOTAL " back on the books"
           END-IF
           IF NOT PAYTXN-ON-FILE OR BATCH-CONTROL-GOOD
               PERFORM Handoff-Control-Totals
           END-IF
           MOVE STUDENT-MASTER-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

      *> The rate history for the last 120 days loads first, then
      *> tonight's EXCHRATE.DAT is filed onto it under the run
      *> date. No rate file tonight is not an error - dollar
      *> payments need none - but a foreign payment dated today
      *> then converts at the last rate filed before it, and one
      *> in a currency never filed is rejected.
       Load-Exchange-Rates.
           CALL "SHIFT-DATE" USING Y2KDate WS-XR-OFFSET
               WS-XR-CALENDAR-UNIT WS-XR-WINDOW-START
           OPEN INPUT EXCH-HISTORY-FILE
           IF EXCH-HISTORY-STATUS = "00"
               MOVE "N" TO WS-XHIST-EOF
               PERFORM Read-Exch-History
               PERFORM UNTIL END-OF-EXCH-HISTORY
                   IF XH-RATE-DATE NUMERIC
                   AND XH-RATE-DATE NOT < WS-XR-WINDOW-START
                   AND XH-RATE-DATE NOT > Y2KDate
                   AND XH-RATE NUMERIC
                       MOVE XH-RATE-DATE     TO WS-RATE-DATE
                       MOVE XH-CURRENCY-CODE TO WS-PAY-CURRENCY
                       MOVE XH-RATE          TO WS-PAY-RATE
                       PERFORM Keep-Exchange-Rate
                   END-IF
                   PERFORM Read-Exch-History
               END-PERFORM
               CLOSE EXCH-HISTORY-FILE
           END-IF
           OPEN INPUT EXCH-RATE-FILE
           IF EXCH-RATE-STATUS = "00"
               OPEN EXTEND EXCH-HISTORY-FILE
               IF EXCH-HISTORY-STATUS = "35"
                   OPEN OUTPUT EXCH-HISTORY-FILE
                   CLOSE EXCH-HISTORY-FILE
                   OPEN EXTEND EXCH-HISTORY-FILE
               END-IF
               MOVE "N" TO WS-XRATE-EOF
               PERFORM Read-Exch-Rate
               PERFORM UNTIL END-OF-EXCH-RATES
                   IF XR-CURRENCY-CODE NOT = SPACES
                   AND XR-RATE NUMERIC AND XR-RATE > ZERO
                       PERFORM File-Exchange-Rate
                   END-IF
                   PERFORM Read-Exch-Rate
               END-PERFORM
               CLOSE EXCH-HISTORY-FILE
               CLOSE EXCH-RATE-FILE
               DISPLAY "Exchange rates filed for " Y2KDate ": "
                   WS-XR-FILED " currencies"
           ELSE
               DISPLAY "EXCHRATE.DAT: status " EXCH-RATE-STATUS
                   ", no rates for today - foreign payments convert "
                   "at the last rates filed"
           END-IF
           MOVE SPACES TO WS-PAY-CURRENCY
           IF WS-XR-OVERFLOW > ZERO
               DISPLAY "Exchange rates: " WS-XR-OVERFLOW " rows past "
                   "the " WS-XR-LIMIT " the pass can hold - foreign "
                   "payments rejected"
               MOVE 4 TO RETURN-CODE
           END-IF.

       Read-Exch-History.
           READ EXCH-HISTORY-FILE
               AT END
                   SET END-OF-EXCH-HISTORY TO TRUE
           END-READ.

       Read-Exch-Rate.
           READ EXCH-RATE-FILE
               AT END
                   SET END-OF-EXCH-RATES TO TRUE
           END-READ.

       File-Exchange-Rate.
           MOVE SPACES TO EXCH-HISTORY-RECORD
           MOVE Y2KDate          TO XH-RATE-DATE
           MOVE XR-CURRENCY-CODE TO XH-CURRENCY-CODE
           MOVE XR-RATE          TO XH-RATE
           WRITE EXCH-HISTORY-RECORD
           ADD 1 TO WS-XR-FILED
           MOVE Y2KDate          TO WS-RATE-DATE
           MOVE XR-CURRENCY-CODE TO WS-PAY-CURRENCY
           MOVE XR-RATE          TO WS-PAY-RATE
           PERFORM Keep-Exchange-Rate.

       Keep-Exchange-Rate.
           IF WS-XR-COUNT < WS-XR-LIMIT
               ADD 1 TO WS-XR-COUNT
               MOVE WS-RATE-DATE    TO WS-XR-DATE (WS-XR-COUNT)
               MOVE WS-PAY-CURRENCY TO WS-XR-CURRENCY (WS-XR-COUNT)
               MOVE WS-PAY-RATE     TO WS-XR-RATE (WS-XR-COUNT)
           ELSE
               ADD 1 TO WS-XR-OVERFLOW
           END-IF.

      *> No payment file is a quiet day at the bursar's window,
      *> not an abend; the receivables position still rebuilds.
       Apply-Payment-Txns.
           MOVE WS-SG-AMOUNT (WS-STG-SUB) TO PAY-AMOUNT
           MOVE WS-SG-REF (WS-STG-SUB)    TO PAY-REFERENCE
           MOVE Y2KDate                   TO PAY-RUN-DATE
           IF WS-SG-INVOICE (WS-STG-SUB) NOT = ZERO
               MOVE WS-SG-INVOICE (WS-STG-SUB) TO PAY-INVOICE-NO
           END-IF
           IF WS-SG-CURRENCY (WS-STG-SUB) NOT = SPACES
               MOVE WS-SG-CURRENCY (WS-STG-SUB) TO PAY-CURRENCY-CODE
               MOVE WS-SG-FOREIGN (WS-STG-SUB) TO PAY-FOREIGN-AMOUNT
               MOVE WS-SG-BANK (WS-STG-SUB)    TO PAY-BANK-AMOUNT
               COMPUTE WS-FX-DIFFERENCE = WS-SG-BANK (WS-STG-SUB)
                   - WS-SG-AMOUNT (WS-STG-SUB)
               ADD WS-FX-DIFFERENCE TO WS-FX-NET
               ADD 1 TO WS-FX-COUNT
               DISPLAY "  Converted " WS-SG-CURRENCY (WS-STG-SUB) " "
                   WS-SG-FOREIGN (WS-STG-SUB) " for "
                   WS-SG-ID (WS-STG-SUB) ", bank credited "
                   WS-SG-BANK (WS-STG-SUB)
           END-IF
           WRITE PAYMENT-RECORD
           IF WS-SG-CERTIFIED (WS-STG-SUB) = "Y"
               MOVE WS-SG-ID (WS-STG-SUB) TO WS-MATCH-ID
               PERFORM Find-Certified-Flag
               IF CERT-FUNDS-REQUIRED
                   SET CERT-FLAG-CLEARED (WS-CF-SUB) TO TRUE
                   DISPLAY "  Certified funds received from "
                       WS-SG-ID (WS-STG-SUB) " - flag cleared"
               END-IF
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-SG-AMOUNT (WS-STG-SUB) TO WS-POSTED-TOTAL
           DISPLAY "  Posted " WS-SG-AMOUNT (WS-STG-SUB) " for "
           OPEN OUTPUT PAYMENT-TXN-FILE
           CLOSE PAYMENT-TXN-FILE.

      *> The bank's returned checks arrive on NSFTXN.DAT, each
      *> naming the payment it bounced by student, pay date and
      *> PAY-REFERENCE. A match on the register gets a reversing
      *> "R" entry appended - the posted register is never edited,
      *> so the batch registry's hash still stands - the published
      *> returned-check fee (NSFFEE.DAT, default $25.00) goes on
      *> INVOICE.DAT as an "F" line, and the student goes on the
      *> certified-funds list. The reversed payment drops out of
      *> tonight's position, so whatever it had paid reopens on
      *> the invoices it paid, at their original dates, and ages
      *> from there. A return that names no payment, or one
      *> already reversed, is rejected to the error log. The file
      *> is spent once read, like PAYTXN.DAT.
       Apply-Returned-Payments.
           OPEN INPUT RETURNED-PAYMENT-FILE
           IF RETURNED-PAYMENT-STATUS = "00"
               MOVE "N" TO WS-NSF-EOF
               PERFORM Read-Returned-Payment
               PERFORM UNTIL END-OF-NSF-TXNS
                   IF RETURNED-PAYMENT-RECORD NOT = SPACES
                       PERFORM Hold-Returned-Txn
                   END-IF
                   PERFORM Read-Returned-Payment
               END-PERFORM
               CLOSE RETURNED-PAYMENT-FILE
               IF WS-NT-OVERFLOW > ZERO
                   DISPLAY "NSFTXN.DAT: " WS-NT-OVERFLOW " returns "
                       "past the 100 the pass can hold - NOTHING "
                       "REVERSED; split the file and rerun"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-NT-COUNT > ZERO
                       PERFORM Get-Nsf-Fee
                       PERFORM Match-Returned-Txns
                       MOVE "NSFTXN.DAT" TO ERR-SOURCE-FILE
                       PERFORM Open-Payments-Extend
                       OPEN EXTEND INVOICE-FILE
                       IF INVOICE-STATUS = "35"
                           OPEN OUTPUT INVOICE-FILE
                           CLOSE INVOICE-FILE
                           OPEN EXTEND INVOICE-FILE
                       END-IF
                       PERFORM Reverse-One-Payment
                           VARYING WS-NT-SUB FROM 1 BY 1
                           UNTIL WS-NT-SUB > WS-NT-COUNT
                       CLOSE INVOICE-FILE
                       CLOSE PAYMENTS-FILE
                       MOVE "PAYTXN.DAT" TO ERR-SOURCE-FILE
                   END-IF
                   OPEN OUTPUT RETURNED-PAYMENT-FILE
                   CLOSE RETURNED-PAYMENT-FILE
               END-IF
           ELSE
               DISPLAY "NSFTXN.DAT: status " RETURNED-PAYMENT-STATUS
                   ", no returned checks today"
           END-IF.

       Read-Returned-Payment.
           READ RETURNED-PAYMENT-FILE
               AT END
                   SET END-OF-NSF-TXNS TO TRUE
           END-READ.

       Hold-Returned-Txn.
           IF WS-NT-COUNT < 100
               ADD 1 TO WS-NT-COUNT
               MOVE RETURNED-PAYMENT-RECORD TO WS-NT-IMAGE (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-ID (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-DATE (WS-NT-COUNT)
               IF RP-STUDENT-ID NUMERIC
                   MOVE RP-STUDENT-ID TO WS-NT-ID (WS-NT-COUNT)
               END-IF
               IF RP-PAY-DATE NUMERIC
                   MOVE RP-PAY-DATE TO WS-NT-DATE (WS-NT-COUNT)
               END-IF
               MOVE RP-REFERENCE TO WS-NT-REF (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-FOUND (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-RETURNED (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-AMOUNT (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-INVOICE (WS-NT-COUNT)
               MOVE SPACES TO WS-NT-CURRENCY (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-FOREIGN (WS-NT-COUNT)
               MOVE ZERO TO WS-NT-BANK (WS-NT-COUNT)
           ELSE
               ADD 1 TO WS-NT-OVERFLOW
           END-IF.

      *> No card means the published default stands; a keyed card
      *> is the new published fee, effective the day it lands.
       Get-Nsf-Fee.
           OPEN INPUT NSF-FEE-FILE
           IF NSF-FEE-STATUS = "00"
               READ NSF-FEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NF-FEE-AMOUNT NUMERIC
                       AND NF-FEE-AMOUNT > ZERO
                           MOVE NF-FEE-AMOUNT TO WS-NSF-FEE
                       END-IF
               END-READ
               CLOSE NSF-FEE-FILE
           END-IF
           DISPLAY "Ar-Post: returned-check fee " WS-NSF-FEE.

      *> One pass of the register counts, for every return keyed,
      *> the payments carrying its key and the reversals already
      *> posted against them.
       Match-Returned-Txns.
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               MOVE "N" TO WS-PAYMENTS-EOF
               PERFORM Read-Payment-Record
               PERFORM UNTIL END-OF-PAYMENTS
                   IF PAY-STUDENT-ID NUMERIC
                   AND PAY-PAY-DATE NUMERIC
                       PERFORM Match-One-Register-Row
                           VARYING WS-NT-SUB FROM 1 BY 1
                           UNTIL WS-NT-SUB > WS-NT-COUNT
                   END-IF
                   PERFORM Read-Payment-Record
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF.

       Match-One-Register-Row.
           IF PAY-STUDENT-ID = WS-NT-ID (WS-NT-SUB)
           AND PAY-PAY-DATE = WS-NT-DATE (WS-NT-SUB)
           AND PAY-REFERENCE = WS-NT-REF (WS-NT-SUB)
               IF PAY-IS-RETURNED
                   ADD 1 TO WS-NT-RETURNED (WS-NT-SUB)
               ELSE
                   ADD 1 TO WS-NT-FOUND (WS-NT-SUB)
                   MOVE PAY-AMOUNT TO WS-NT-AMOUNT (WS-NT-SUB)
                   IF PAY-INVOICE-NO NUMERIC
                       MOVE PAY-INVOICE-NO TO WS-NT-INVOICE (WS-NT-SUB)
                   ELSE
                       MOVE ZERO TO WS-NT-INVOICE (WS-NT-SUB)
                   END-IF
                   MOVE SPACES TO WS-NT-CURRENCY (WS-NT-SUB)
                   MOVE ZERO TO WS-NT-FOREIGN (WS-NT-SUB)
                   MOVE ZERO TO WS-NT-BANK (WS-NT-SUB)
                   IF NOT PAY-IN-BASE-CURRENCY
                   AND PAY-FOREIGN-AMOUNT NUMERIC
                   AND PAY-BANK-AMOUNT NUMERIC
                       MOVE PAY-CURRENCY-CODE
                           TO WS-NT-CURRENCY (WS-NT-SUB)
                       MOVE PAY-FOREIGN-AMOUNT
                           TO WS-NT-FOREIGN (WS-NT-SUB)
                       MOVE PAY-BANK-AMOUNT TO WS-NT-BANK (WS-NT-SUB)
                   END-IF
               END-IF
           END-IF.

       Reverse-One-Payment.
           MOVE WS-NT-IMAGE (WS-NT-SUB) TO RETURNED-PAYMENT-RECORD
           MOVE RETURNED-PAYMENT-RECORD TO ERR-RECORD-IMAGE
           EVALUATE TRUE
               WHEN WS-NT-ID (WS-NT-SUB) = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "RP-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE RP-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "StudentId missing or not numeric"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-NT-FOUND (WS-NT-SUB) = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "RP-REFERENCE    " TO ERR-FIELD-NAME
                   MOVE RP-REFERENCE TO ERR-INCOMING-VALUE
                   MOVE "No such payment on the register"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-NT-RETURNED (WS-NT-SUB)
                   >= WS-NT-FOUND (WS-NT-SUB)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "RP-REFERENCE    " TO ERR-FIELD-NAME
                   MOVE RP-REFERENCE TO ERR-INCOMING-VALUE
                   MOVE "Payment already returned" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   PERFORM Post-Returned-Payment
           END-EVALUATE.

      *> The reversal carries the original's key, amount and
      *> invoice; a second return of the same payment in this file
      *> sees it and is refused.
       Post-Returned-Payment.
           MOVE SPACES TO PAYMENT-RECORD
           MOVE WS-NT-ID (WS-NT-SUB)     TO PAY-STUDENT-ID
           MOVE WS-NT-DATE (WS-NT-SUB)   TO PAY-PAY-DATE
           MOVE WS-NT-AMOUNT (WS-NT-SUB) TO PAY-AMOUNT
           MOVE WS-NT-REF (WS-NT-SUB)    TO PAY-REFERENCE
           MOVE Y2KDate                  TO PAY-RUN-DATE
           IF WS-NT-INVOICE (WS-NT-SUB) NOT = ZERO
               MOVE WS-NT-INVOICE (WS-NT-SUB) TO PAY-INVOICE-NO
           END-IF
           IF WS-NT-CURRENCY (WS-NT-SUB) NOT = SPACES
               MOVE WS-NT-CURRENCY (WS-NT-SUB) TO PAY-CURRENCY-CODE
               MOVE WS-NT-FOREIGN (WS-NT-SUB)  TO PAY-FOREIGN-AMOUNT
               MOVE WS-NT-BANK (WS-NT-SUB)     TO PAY-BANK-AMOUNT
           END-IF
           SET PAY-IS-RETURNED TO TRUE
           WRITE PAYMENT-RECORD
           PERFORM VARYING WS-NT-SUB2 FROM 1 BY 1
               UNTIL WS-NT-SUB2 > WS-NT-COUNT
               IF WS-NT-ID (WS-NT-SUB2) = WS-NT-ID (WS-NT-SUB)
               AND WS-NT-DATE (WS-NT-SUB2) = WS-NT-DATE (WS-NT-SUB)
               AND WS-NT-REF (WS-NT-SUB2) = WS-NT-REF (WS-NT-SUB)
                   ADD 1 TO WS-NT-RETURNED (WS-NT-SUB2)
               END-IF
           END-PERFORM
           PERFORM Charge-Returned-Check-Fee
           PERFORM Flag-Certified-Funds
           ADD 1 TO WS-RETURNED-COUNT
           ADD WS-NT-AMOUNT (WS-NT-SUB) TO WS-RETURNED-TOTAL
           DISPLAY "  Returned " WS-NT-AMOUNT (WS-NT-SUB) " for "
               WS-NT-ID (WS-NT-SUB) " ref " WS-NT-REF (WS-NT-SUB)
               " - fee " WS-NSF-FEE " charged".

      *> The fee line goes into tonight's position as it is
      *> written, the same as a line read off the file.
       Charge-Returned-Check-Fee.
           MOVE SPACES TO INVOICE-RECORD
           MOVE Y2KDate TO INV-RUN-DATE
           MOVE WS-NT-ID (WS-NT-SUB) TO INV-STUDENT-ID
           MOVE WS-NT-ID (WS-NT-SUB) TO STM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO INV-STUDENT-NAME
               NOT INVALID KEY
                   MOVE STM-STUDENT-NAME TO INV-STUDENT-NAME
           END-READ
           MOVE ZERO TO INV-COURSE-COUNT
           MOVE WS-NSF-FEE TO INV-TUITION
           MOVE ZERO TO INV-TAXABLE
           MOVE "F" TO INV-LINE-TYPE
           CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
           PERFORM Tally-Invoice-Line
           WRITE INVOICE-RECORD.

       Flag-Certified-Funds.
           MOVE WS-NT-ID (WS-NT-SUB) TO WS-MATCH-ID
           PERFORM Find-Certified-Flag
           IF NOT CERT-FUNDS-REQUIRED
               IF WS-CF-COUNT < 500
                   ADD 1 TO WS-CF-COUNT
                   MOVE WS-CF-COUNT TO WS-CF-SUB
                   MOVE WS-MATCH-ID TO WS-CF-ID (WS-CF-SUB)
                   MOVE "N" TO WS-CF-CLEARED (WS-CF-SUB)
                   SET CERT-FUNDS-REQUIRED TO TRUE
               ELSE
                   DISPLAY "CERTFUND.DAT: list full - "
                       WS-MATCH-ID " not flagged"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CERT-FUNDS-REQUIRED
               MOVE Y2KDate TO WS-CF-FLAGGED (WS-CF-SUB)
               MOVE WS-NT-DATE (WS-NT-SUB) TO WS-CF-PAY-DATE (WS-CF-SUB)
               MOVE WS-NT-REF (WS-NT-SUB) TO WS-CF-REF (WS-CF-SUB)
               MOVE WS-NT-AMOUNT (WS-NT-SUB)
                   TO WS-CF-AMOUNT (WS-CF-SUB)
           END-IF.

       Load-Certified-Funds.
           MOVE ZERO TO WS-CF-COUNT
           OPEN INPUT CERTIFIED-FUNDS-FILE
           IF CERTIFIED-FUNDS-STATUS = "00"
               PERFORM Read-Certified-Funds
               PERFORM UNTIL END-OF-CERT-LIST
                   IF CF-STUDENT-ID NUMERIC AND WS-CF-COUNT < 500
                       ADD 1 TO WS-CF-COUNT
                       MOVE CF-STUDENT-ID TO WS-CF-ID (WS-CF-COUNT)
                       MOVE CF-FLAGGED-DATE
                           TO WS-CF-FLAGGED (WS-CF-COUNT)
                       MOVE CF-PAY-DATE TO WS-CF-PAY-DATE (WS-CF-COUNT)
                       MOVE CF-REFERENCE TO WS-CF-REF (WS-CF-COUNT)
                       MOVE CF-AMOUNT TO WS-CF-AMOUNT (WS-CF-COUNT)
                       MOVE "N" TO WS-CF-CLEARED (WS-CF-COUNT)
                   END-IF
                   PERFORM Read-Certified-Funds
               END-PERFORM
               CLOSE CERTIFIED-FUNDS-FILE
           END-IF.

       Read-Certified-Funds.
           READ CERTIFIED-FUNDS-FILE
               AT END
                   SET END-OF-CERT-LIST TO TRUE
           END-READ.

      *> The list rewrites whole each run, less the students whose
      *> certified payment posted tonight.
       Rewrite-Certified-Funds.
           OPEN OUTPUT CERTIFIED-FUNDS-FILE
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
               IF NOT CERT-FLAG-CLEARED (WS-CF-SUB)
                   MOVE SPACES TO CERTIFIED-FUNDS-RECORD
                   MOVE WS-CF-ID (WS-CF-SUB)       TO CF-STUDENT-ID
                   MOVE WS-CF-FLAGGED (WS-CF-SUB)  TO CF-FLAGGED-DATE
                   MOVE WS-CF-PAY-DATE (WS-CF-SUB) TO CF-PAY-DATE
                   MOVE WS-CF-REF (WS-CF-SUB)      TO CF-REFERENCE
                   MOVE WS-CF-AMOUNT (WS-CF-SUB)   TO CF-AMOUNT
                   WRITE CERTIFIED-FUNDS-RECORD
               END-IF
           END-PERFORM
           CLOSE CERTIFIED-FUNDS-FILE.

      *> The hash convention for this file is the sum of the
      *> payment amounts in cents over the data records.
       Classify-Batch-Record.
           ELSE
               PERFORM Edit-Payment-Date
               IF WS-DATE-VALID = "Y"
                   PERFORM Convert-Payment-Currency
               END-IF
               IF WS-DATE-VALID = "Y" AND WS-CURRENCY-VALID = "Y"
                   PERFORM Check-Payment-Student
               END-IF
           END-IF.
               END-IF
           END-IF.

      *> A payment keyed with no currency, or the base currency,
      *> is dollars as it always was. One in another currency
      *> carries the amount the family sent in PT-FOREIGN-AMOUNT
      *> and the dollars the bank credited in PT-AMOUNT; it
      *> converts at the rate in force on the pay date, and that
      *> converted figure is what relieves the student's account.
      *> A currency with no rate on file is rejected to the error
      *> log the way Arithmetic-Demo rejects one, rather than
      *> posted at par.
       Convert-Payment-Currency.
           MOVE "Y" TO WS-CURRENCY-VALID
           MOVE SPACES TO WS-PAY-CURRENCY
           MOVE ZERO TO WS-PAY-FOREIGN
           MOVE PT-AMOUNT TO WS-PAY-BASE
           IF PT-CURRENCY-CODE NOT = SPACES
           AND PT-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               IF PT-FOREIGN-AMOUNT NOT NUMERIC
               OR PT-FOREIGN-AMOUNT = ZERO
                   MOVE "N" TO WS-CURRENCY-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PT-FOREIGN-AMT  " TO ERR-FIELD-NAME
                   MOVE PT-CURRENCY-CODE TO ERR-INCOMING-VALUE
                   MOVE "Foreign amount missing or not numeric"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               ELSE
                   PERFORM Find-Pay-Date-Rate
                   IF RATE-FOUND
                       PERFORM Convert-Foreign-Amount
                   ELSE
                       MOVE "N" TO WS-CURRENCY-VALID
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "PT-CURRENCY-CODE" TO ERR-FIELD-NAME
                       MOVE PT-CURRENCY-CODE TO ERR-INCOMING-VALUE
                       MOVE "No exchange rate on file for currency"
                           TO ERR-MESSAGE
                       PERFORM Write-Error-Log
                   END-IF
               END-IF
           END-IF.

       Convert-Foreign-Amount.
           COMPUTE WS-PAY-BASE ROUNDED =
               PT-FOREIGN-AMOUNT * WS-PAY-RATE
               ON SIZE ERROR
                   MOVE "N" TO WS-CURRENCY-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PT-FOREIGN-AMT  " TO ERR-FIELD-NAME
                   MOVE PT-FOREIGN-AMOUNT-X TO ERR-INCOMING-VALUE
                   MOVE "Converted amount too large to post"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               NOT ON SIZE ERROR
                   MOVE PT-CURRENCY-CODE TO WS-PAY-CURRENCY
                   MOVE PT-FOREIGN-AMOUNT TO WS-PAY-FOREIGN
           END-COMPUTE.

      *> Every row is looked at, since the table runs in filing
      *> order; a history that overflowed the table may have lost
      *> the very rate wanted, so nothing converts off it.
       Find-Pay-Date-Rate.
           SET RATE-FOUND TO FALSE
           MOVE ZERO TO WS-RATE-DATE
           MOVE ZERO TO WS-PAY-RATE
           IF WS-XR-OVERFLOW = ZERO
               PERFORM VARYING WS-XR-SUB FROM 1 BY 1
                   UNTIL WS-XR-SUB > WS-XR-COUNT
                   IF WS-XR-CURRENCY (WS-XR-SUB) = PT-CURRENCY-CODE
                   AND WS-XR-DATE (WS-XR-SUB) NOT > WS-PAY-DATE-WORK
                   AND WS-XR-DATE (WS-XR-SUB) NOT < WS-RATE-DATE
                       SET RATE-FOUND TO TRUE
                       MOVE WS-XR-DATE (WS-XR-SUB) TO WS-RATE-DATE
                       MOVE WS-XR-RATE (WS-XR-SUB) TO WS-PAY-RATE
                   END-IF
               END-PERFORM
           END-IF.

       Check-Payment-Student.
           IF PT-STUDENT-ID NOT NUMERIC OR PT-STUDENT-ID = ZERO
               ADD 1 TO WS-REJECT-COUNT
                           TO ERR-MESSAGE
                       PERFORM Write-Error-Log
                   NOT INVALID KEY
                       PERFORM Check-Certified-Funds
               END-READ
           END-IF.

      *> A student whose check came back pays in certified funds
      *> until one such payment has posted; anything else is
      *> turned back to the error log for the bursar.
       Check-Certified-Funds.
           MOVE PT-STUDENT-ID TO WS-MATCH-ID
           PERFORM Find-Certified-Flag
           IF CERT-FUNDS-REQUIRED AND NOT PT-IS-CERTIFIED
               ADD 1 TO WS-REJECT-COUNT
               MOVE "PT-CERTIFIED    " TO ERR-FIELD-NAME
               MOVE PT-STUDENT-ID TO ERR-INCOMING-VALUE
               MOVE "Returned check on file - certified only"
                   TO ERR-MESSAGE
               PERFORM Write-Error-Log
           ELSE
               PERFORM Check-Named-Invoice
           END-IF.

       Find-Certified-Flag.
           SET CERT-FUNDS-REQUIRED TO FALSE
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
                  OR CERT-FUNDS-REQUIRED
               IF WS-CF-ID (WS-CF-SUB) = WS-MATCH-ID
               AND NOT CERT-FLAG-CLEARED (WS-CF-SUB)
                   SET CERT-FUNDS-REQUIRED TO TRUE
               END-IF
           END-PERFORM
           IF CERT-FUNDS-REQUIRED
               SUBTRACT 1 FROM WS-CF-SUB
           END-IF.

      *> A payment naming its invoice must name one of the
      *> student's own charge or late-fee lines; blank leaves it
      *> to the oldest-first pass.
       Check-Named-Invoice.
           MOVE ZERO TO WS-MATCH-INVOICE
           IF PT-INVOICE-NO-X = SPACES
               PERFORM Stage-Payment
           ELSE
               IF PT-INVOICE-NO NUMERIC AND PT-INVOICE-NO NOT = ZERO
                   MOVE PT-INVOICE-NO TO WS-MATCH-INVOICE
                   MOVE PT-STUDENT-ID TO WS-MATCH-ID
                   PERFORM Find-Invoice-Item
               ELSE
                   SET ITEM-FOUND TO FALSE
               END-IF
               IF ITEM-FOUND
                   PERFORM Stage-Payment
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PT-INVOICE-NO   " TO ERR-FIELD-NAME
                   MOVE PT-INVOICE-NO-X TO ERR-INCOMING-VALUE
                   MOVE "Invoice not billed to student, rejected"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               END-IF
           END-IF.

       Find-Invoice-Item.
           SET ITEM-FOUND TO FALSE
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
                  OR ITEM-FOUND
               IF WS-IT-NO (WS-IT-SUB) = WS-MATCH-INVOICE
               AND WS-IT-ID (WS-IT-SUB) = WS-MATCH-ID
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ITEM-FOUND
               SUBTRACT 1 FROM WS-IT-SUB
           END-IF.

       Stage-Payment.
           IF WS-STG-COUNT < WS-STG-LIMIT
               ADD 1 TO WS-STG-COUNT
               MOVE PT-STUDENT-ID    TO WS-SG-ID (WS-STG-COUNT)
               MOVE WS-PAY-DATE-WORK TO WS-SG-DATE (WS-STG-COUNT)
               MOVE WS-PAY-BASE      TO WS-SG-AMOUNT (WS-STG-COUNT)
               MOVE PT-REFERENCE     TO WS-SG-REF (WS-STG-COUNT)
               MOVE WS-MATCH-INVOICE TO WS-SG-INVOICE (WS-STG-COUNT)
               MOVE PT-CERTIFIED     TO WS-SG-CERTIFIED (WS-STG-COUNT)
               MOVE WS-PAY-CURRENCY  TO WS-SG-CURRENCY (WS-STG-COUNT)
               MOVE WS-PAY-FOREIGN   TO WS-SG-FOREIGN (WS-STG-COUNT)
               MOVE PT-AMOUNT        TO WS-SG-BANK (WS-STG-COUNT)
           ELSE
               ADD 1 TO WS-STG-OVERFLOW
           END-IF.

      *> The invoice file loads first, so a payment keyed against
      *> an invoice number can be checked against the items before
      *> it stages; charges bucket by how many days old their run
      *> date is against today's, credit lines wait on the
      *> student's slot for the oldest-first pass.
       Load-Invoice-Items.
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS = "00"
               PERFORM Read-Invoice-Line
                   IF INV-RUN-DATE NUMERIC
                   AND INV-STUDENT-ID NUMERIC
                       PERFORM Tally-Invoice-Line
                       IF INV-INVOICE-NO NUMERIC
                       AND INV-INVOICE-NO > WS-HIGH-INVOICE-NO
                           MOVE INV-INVOICE-NO TO WS-HIGH-INVOICE-NO
                       END-IF
                   END-IF
                   PERFORM Read-Invoice-Line
               END-PERFORM
               DISPLAY "INVOICE.DAT: status " INVOICE-STATUS
                   ", no invoices on file"
           END-IF
           IF WS-IT-OVERFLOW > ZERO
               DISPLAY "Receivables: " WS-IT-OVERFLOW " invoice lines "
                   "past the " WS-IT-LIMIT " open items tracked - "
                   "position is short"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Named payments go straight onto their invoice as the
      *> register is read; everything else - credit lines,
      *> unnamed payments and whatever a named payment had left
      *> over once its invoice was paid off - relieves the
      *> student's items oldest first after the whole register is
      *> in.
       Build-Receivables.
           PERFORM Load-Returned-Keys
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               MOVE "N" TO WS-PAYMENTS-EOF
               PERFORM UNTIL END-OF-PAYMENTS
                   IF PAY-STUDENT-ID NUMERIC
                   AND PAY-AMOUNT NUMERIC
                   AND NOT PAY-IS-RETURNED
                       PERFORM Match-Returned-Key
                       IF NOT RETURN-FOUND
                           PERFORM Tally-Payment-Record
                       END-IF
                   END-IF
                   PERFORM Read-Payment-Record
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF
           PERFORM Relieve-Oldest-First
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
           IF WS-AR-OVERFLOW > ZERO
               DISPLAY "Receivables: " WS-AR-OVERFLOW " records past "
                   "the 500 tracked students - position is short"
           END-IF.

      *> A returned payment and its reversal never reach the
      *> position: the reversal is skipped, and the first payment
      *> on file under its key is taken as the one it cancels.
       Load-Returned-Keys.
           MOVE ZERO TO WS-RT-COUNT
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               MOVE "N" TO WS-PAYMENTS-EOF
               PERFORM Read-Payment-Record
               PERFORM UNTIL END-OF-PAYMENTS
                   IF PAY-IS-RETURNED AND PAY-STUDENT-ID NUMERIC
                       IF WS-RT-COUNT < WS-RT-LIMIT
                           ADD 1 TO WS-RT-COUNT
                           MOVE PAY-STUDENT-ID TO WS-RT-ID (WS-RT-COUNT)
                           MOVE PAY-PAY-DATE TO WS-RT-DATE (WS-RT-COUNT)
                           MOVE PAY-REFERENCE TO WS-RT-REF (WS-RT-COUNT)
                           MOVE "N" TO WS-RT-USED (WS-RT-COUNT)
                       ELSE
                           ADD 1 TO WS-RT-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Payment-Record
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF
           IF WS-RT-OVERFLOW > ZERO
               DISPLAY "Receivables: " WS-RT-OVERFLOW " returned "
                   "payments past the " WS-RT-LIMIT " tracked - "
                   "position is short"
               MOVE 4 TO RETURN-CODE
           END-IF.

       Match-Returned-Key.
           SET RETURN-FOUND TO FALSE
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
                  OR RETURN-FOUND
               IF WS-RT-ID (WS-RT-SUB) = PAY-STUDENT-ID
               AND WS-RT-DATE (WS-RT-SUB) = PAY-PAY-DATE
               AND WS-RT-REF (WS-RT-SUB) = PAY-REFERENCE
               AND NOT RETURN-MATCHED (WS-RT-SUB)
                   SET RETURN-FOUND TO TRUE
                   SET RETURN-MATCHED (WS-RT-SUB) TO TRUE
               END-IF
           END-PERFORM.

       Read-Invoice-Line.
           READ INVOICE-FILE
               AT END
                   MOVE ZERO TO WS-AR-CREDITS (WS-AR-SUB)
                   MOVE ZERO TO WS-AR-PAYMENTS (WS-AR-SUB)
                   MOVE ZERO TO WS-AR-OLDEST (WS-AR-SUB)
                   MOVE ZERO TO WS-AR-CREDIT-LEFT (WS-AR-SUB)
                   MOVE ZERO TO WS-AR-PAY-LEFT (WS-AR-SUB)
                   MOVE ZERO TO WS-AR-WRITTEN-OFF (WS-AR-SUB)
               ELSE
                   ADD 1 TO WS-AR-OVERFLOW
                   MOVE ZERO TO WS-AR-SUB
               END-IF
           END-IF.

      *> A write-off nets off the items like a credit line and is
      *> remembered on the slot as written off until a recovery
      *> line puts it back.
       Tally-Invoice-Line.
           MOVE INV-STUDENT-ID TO WS-MATCH-ID
           PERFORM Find-Ar-Slot
           IF WS-AR-SUB > ZERO
               IF INV-IS-WRITE-OFF
                   ADD INV-TUITION TO WS-AR-WRITTEN-OFF (WS-AR-SUB)
               END-IF
               IF INV-IS-WO-RECOVERY
                   IF INV-TUITION > WS-AR-WRITTEN-OFF (WS-AR-SUB)
                       MOVE ZERO TO WS-AR-WRITTEN-OFF (WS-AR-SUB)
                   ELSE
                       SUBTRACT INV-TUITION
                           FROM WS-AR-WRITTEN-OFF (WS-AR-SUB)
                   END-IF
               END-IF
               IF INV-IS-CREDIT OR INV-IS-WRITE-OFF
                   ADD INV-TUITION TO WS-AR-CREDITS (WS-AR-SUB)
                   ADD INV-TUITION TO WS-AR-CREDIT-LEFT (WS-AR-SUB)
               ELSE
                   CALL "DAYS-BETWEEN" USING INV-RUN-DATE Y2KDate
                       WS-AGE-DAYS
                   END-EVALUATE
                   ADD INV-TUITION TO
                       WS-AR-BUCKET (WS-AR-SUB WS-BUCKET-SUB)
                   PERFORM Add-Invoice-Item
               END-IF
           END-IF.

      *> A line from before invoice numbers carries SPACES and
      *> goes in as item ZERO - still an open item, just not one
      *> a payment can name.
       Add-Invoice-Item.
           IF WS-IT-COUNT < WS-IT-LIMIT
               ADD 1 TO WS-IT-COUNT
               MOVE INV-STUDENT-ID TO WS-IT-ID (WS-IT-COUNT)
               IF INV-INVOICE-NO NUMERIC
                   MOVE INV-INVOICE-NO TO WS-IT-NO (WS-IT-COUNT)
               ELSE
                   MOVE ZERO TO WS-IT-NO (WS-IT-COUNT)
               END-IF
               MOVE INV-RUN-DATE TO WS-IT-DATE (WS-IT-COUNT)
               MOVE INV-LINE-TYPE TO WS-IT-TYPE (WS-IT-COUNT)
               MOVE INV-TERM-CODE TO WS-IT-TERM (WS-IT-COUNT)
               MOVE WS-BUCKET-SUB TO WS-IT-BUCKET (WS-IT-COUNT)
               MOVE INV-TUITION TO WS-IT-ORIGINAL (WS-IT-COUNT)
               MOVE ZERO TO WS-IT-CREDITS (WS-IT-COUNT)
               MOVE ZERO TO WS-IT-PAYMENTS (WS-IT-COUNT)
           ELSE
               ADD 1 TO WS-IT-OVERFLOW
           END-IF.

       Tally-Payment-Record.
           PERFORM Find-Ar-Slot
           IF WS-AR-SUB > ZERO
               ADD PAY-AMOUNT TO WS-AR-PAYMENTS (WS-AR-SUB)
               MOVE PAY-AMOUNT TO WS-APPLY-AMOUNT
               IF PAY-INVOICE-NO NUMERIC AND PAY-INVOICE-NO NOT = ZERO
                   MOVE PAY-INVOICE-NO TO WS-MATCH-INVOICE
                   PERFORM Find-Invoice-Item
                   IF ITEM-FOUND
                       PERFORM Apply-Named-Payment
                   END-IF
               END-IF
               ADD WS-APPLY-AMOUNT TO WS-AR-PAY-LEFT (WS-AR-SUB)
           END-IF.

      *> Whatever the named invoice cannot absorb is left in
      *> WS-APPLY-AMOUNT for the oldest-first pass.
       Apply-Named-Payment.
           COMPUTE WS-IT-OPEN = WS-IT-ORIGINAL (WS-IT-SUB)
               - WS-IT-CREDITS (WS-IT-SUB) - WS-IT-PAYMENTS (WS-IT-SUB)
           IF WS-APPLY-AMOUNT > WS-IT-OPEN
               ADD WS-IT-OPEN TO WS-IT-PAYMENTS (WS-IT-SUB)
               SUBTRACT WS-IT-OPEN FROM WS-APPLY-AMOUNT
           ELSE
               ADD WS-APPLY-AMOUNT TO WS-IT-PAYMENTS (WS-IT-SUB)
               MOVE ZERO TO WS-APPLY-AMOUNT
           END-IF.

      *> INVOICE.DAT is appended in run-date order, so the item
      *> table already stands oldest first; credits go on before
      *> payments. Whatever relief is left after the items clear
      *> is an overpayment and shows as a credit balance.
       Relieve-Oldest-First.
           PERFORM Relieve-One-Item
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
           MOVE ZERO TO WS-AR-OLDEST (WS-AR-SUB)
           PERFORM Note-Oldest-Open
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT.

       Relieve-One-Item.
           IF WS-IT-ID (WS-IT-SUB) = WS-AR-ID (WS-AR-SUB)
               COMPUTE WS-IT-OPEN = WS-IT-ORIGINAL (WS-IT-SUB)
                   - WS-IT-CREDITS (WS-IT-SUB)
                   - WS-IT-PAYMENTS (WS-IT-SUB)
               IF WS-AR-CREDIT-LEFT (WS-AR-SUB) > WS-IT-OPEN
                   ADD WS-IT-OPEN TO WS-IT-CREDITS (WS-IT-SUB)
                   SUBTRACT WS-IT-OPEN
                       FROM WS-AR-CREDIT-LEFT (WS-AR-SUB)
                   MOVE ZERO TO WS-IT-OPEN
               ELSE
                   ADD WS-AR-CREDIT-LEFT (WS-AR-SUB)
                       TO WS-IT-CREDITS (WS-IT-SUB)
                   SUBTRACT WS-AR-CREDIT-LEFT (WS-AR-SUB)
                       FROM WS-IT-OPEN
                   MOVE ZERO TO WS-AR-CREDIT-LEFT (WS-AR-SUB)
               END-IF
               IF WS-AR-PAY-LEFT (WS-AR-SUB) > WS-IT-OPEN
                   ADD WS-IT-OPEN TO WS-IT-PAYMENTS (WS-IT-SUB)
                   SUBTRACT WS-IT-OPEN FROM WS-AR-PAY-LEFT (WS-AR-SUB)
               ELSE
                   ADD WS-AR-PAY-LEFT (WS-AR-SUB)
                       TO WS-IT-PAYMENTS (WS-IT-SUB)
                   MOVE ZERO TO WS-AR-PAY-LEFT (WS-AR-SUB)
               END-IF
           END-IF.

      *> ARL-OLDEST-CHARGE is the oldest invoice still carrying a
      *> balance, which is what the deregistration aging wants.
       Note-Oldest-Open.
           IF WS-IT-ID (WS-IT-SUB) = WS-AR-ID (WS-AR-SUB)
               COMPUTE WS-IT-OPEN = WS-IT-ORIGINAL (WS-IT-SUB)
                   - WS-IT-CREDITS (WS-IT-SUB)
                   - WS-IT-PAYMENTS (WS-IT-SUB)
               IF WS-IT-OPEN > ZERO
               AND (WS-AR-OLDEST (WS-AR-SUB) = ZERO
                    OR WS-IT-DATE (WS-IT-SUB)
                       < WS-AR-OLDEST (WS-AR-SUB))
                   MOVE WS-IT-DATE (WS-IT-SUB)
                       TO WS-AR-OLDEST (WS-AR-SUB)
               END-IF
           END-IF.

      *> A student with a write-off still standing whose payments
      *> have run past everything they owe has paid toward the
      *> written-off debt: up to the amount written off, that
      *> money reverses the write-off - a "V" line on INVOICE.DAT
      *> re-instating the receivable, paid off at once by the
      *> payment - instead of sitting as a credit balance waiting
      *> on a refund. Credit-line money left over is a true credit
      *> and stays one. The line is on file for tomorrow's pass,
      *> where it nets out the same way, so a rerun recovers
      *> nothing twice.
       Recover-Written-Off.
           PERFORM Recover-One-Student
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
           IF INVOICE-IS-OPEN
               CLOSE INVOICE-FILE
           END-IF.

       Recover-One-Student.
           IF WS-AR-WRITTEN-OFF (WS-AR-SUB) > ZERO
           AND WS-AR-PAY-LEFT (WS-AR-SUB) > ZERO
               IF WS-AR-PAY-LEFT (WS-AR-SUB)
                   > WS-AR-WRITTEN-OFF (WS-AR-SUB)
                   MOVE WS-AR-WRITTEN-OFF (WS-AR-SUB)
                       TO WS-RECOVERY-AMOUNT
               ELSE
                   MOVE WS-AR-PAY-LEFT (WS-AR-SUB)
                       TO WS-RECOVERY-AMOUNT
               END-IF
               IF NOT INVOICE-IS-OPEN
                   OPEN EXTEND INVOICE-FILE
                   IF INVOICE-STATUS = "35"
                       OPEN OUTPUT INVOICE-FILE
                       CLOSE INVOICE-FILE
                       OPEN EXTEND INVOICE-FILE
                   END-IF
                   SET INVOICE-IS-OPEN TO TRUE
               END-IF
               MOVE SPACES TO INVOICE-RECORD
               MOVE Y2KDate TO INV-RUN-DATE
               MOVE WS-AR-ID (WS-AR-SUB) TO INV-STUDENT-ID
               MOVE WS-AR-ID (WS-AR-SUB) TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO INV-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE STM-STUDENT-NAME TO INV-STUDENT-NAME
               END-READ
               MOVE ZERO TO INV-COURSE-COUNT
               MOVE WS-RECOVERY-AMOUNT TO INV-TUITION
               MOVE ZERO TO INV-TAXABLE
               MOVE "V" TO INV-LINE-TYPE
               CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
               MOVE 1 TO WS-BUCKET-SUB
               ADD WS-RECOVERY-AMOUNT
                   TO WS-AR-BUCKET (WS-AR-SUB WS-BUCKET-SUB)
               PERFORM Add-Invoice-Item
               IF WS-IT-OVERFLOW = ZERO
                   MOVE WS-RECOVERY-AMOUNT
                       TO WS-IT-PAYMENTS (WS-IT-COUNT)
               END-IF
               WRITE INVOICE-RECORD
               SUBTRACT WS-RECOVERY-AMOUNT
                   FROM WS-AR-PAY-LEFT (WS-AR-SUB)
               SUBTRACT WS-RECOVERY-AMOUNT
                   FROM WS-AR-WRITTEN-OFF (WS-AR-SUB)
               ADD 1 TO WS-RECOVERY-COUNT
               ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL
               DISPLAY "  Recovered " WS-RECOVERY-AMOUNT
                   " written off for " WS-AR-ID (WS-AR-SUB)
           END-IF.

      *> The trial balance prints at invoice level: each student
      *> owing gets one line per open invoice in the bucket its
      *> age puts it in, then a student total line; an
      *> overpayment not yet refunded shows as its own line.
       Print-Aged-Trial-Balance.
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "AGED RECEIVABLES TRIAL BALANCE" TO RH-TITLE
           MOVE "ARPOST" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUD-ID NAME                  INVOICE   INV-DATE" &
               "     CURRENT       31-60       61-90     OVER 90" &
               "       BALANCE"
               TO RH-COLUMN-HEADS
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO AGED-DETAIL-LINE
           MOVE "*** TOTALS ***" TO AG-STUDENT-NAME
           MOVE WS-TOTAL-BUCKET (1) TO AG-CURRENT
           MOVE WS-TOTAL-BUCKET (2) TO AG-30
           CLOSE PRINT-REPORT-FILE.

       Age-One-Student.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE ZERO TO WS-AGED-BUCKET (WS-BUCKET-SUB)
           END-PERFORM
           PERFORM Sum-Student-Items
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
           COMPUTE WS-RELIEF-LEFT = WS-AR-CREDIT-LEFT (WS-AR-SUB)
               + WS-AR-PAY-LEFT (WS-AR-SUB)
           COMPUTE WS-STUDENT-BALANCE =
               WS-AGED-BUCKET (1) + WS-AGED-BUCKET (2)
               + WS-AGED-BUCKET (3) + WS-AGED-BUCKET (4)
               - WS-RELIEF-LEFT
           IF WS-STUDENT-BALANCE NOT = ZERO
               ADD 1 TO WS-OWING-COUNT
               MOVE WS-AR-ID (WS-AR-SUB) TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on master)" TO STM-STUDENT-NAME
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               SET STUDENT-NAME-PRINTED TO FALSE
               PERFORM Print-Aged-Item
                   VARYING WS-IT-SUB FROM 1 BY 1
                   UNTIL WS-IT-SUB > WS-IT-COUNT
               IF WS-RELIEF-LEFT > ZERO
                   PERFORM Print-Unapplied-Line
               END-IF
               PERFORM Print-Aged-Line
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               ADD WS-STUDENT-BALANCE TO WS-TOTAL-BALANCE
           END-IF.

       Sum-Student-Items.
           IF WS-IT-ID (WS-IT-SUB) = WS-AR-ID (WS-AR-SUB)
               COMPUTE WS-IT-OPEN = WS-IT-ORIGINAL (WS-IT-SUB)
                   - WS-IT-CREDITS (WS-IT-SUB)
                   - WS-IT-PAYMENTS (WS-IT-SUB)
               MOVE WS-IT-BUCKET (WS-IT-SUB) TO WS-BUCKET-SUB
               ADD WS-IT-OPEN TO WS-AGED-BUCKET (WS-BUCKET-SUB)
           END-IF.

      *> The student's id and name print on the first line of the
      *> group only.
       Print-Student-Name.
           IF NOT STUDENT-NAME-PRINTED
               MOVE WS-AR-ID (WS-AR-SUB) TO AG-STUDENT-ID
               MOVE STM-STUDENT-NAME TO AG-STUDENT-NAME
               SET STUDENT-NAME-PRINTED TO TRUE
           END-IF.

       Print-Aged-Item.
           IF WS-IT-ID (WS-IT-SUB) = WS-AR-ID (WS-AR-SUB)
               COMPUTE WS-IT-OPEN = WS-IT-ORIGINAL (WS-IT-SUB)
                   - WS-IT-CREDITS (WS-IT-SUB)
                   - WS-IT-PAYMENTS (WS-IT-SUB)
               IF WS-IT-OPEN > ZERO
                   MOVE SPACES TO AGED-DETAIL-LINE
                   PERFORM Print-Student-Name
                   IF WS-IT-NO (WS-IT-SUB) = ZERO
                       MOVE "(NONE)" TO AG-INVOICE-NO
                   ELSE
                       MOVE WS-IT-NO (WS-IT-SUB) TO AG-INVOICE-NO
                   END-IF
                   MOVE WS-IT-DATE (WS-IT-SUB) TO AG-INVOICE-DATE
                   EVALUATE WS-IT-BUCKET (WS-IT-SUB)
                       WHEN 1 MOVE WS-IT-OPEN TO AG-CURRENT
                       WHEN 2 MOVE WS-IT-OPEN TO AG-30
                       WHEN 3 MOVE WS-IT-OPEN TO AG-60
                       WHEN OTHER MOVE WS-IT-OPEN TO AG-90
                   END-EVALUATE
                   MOVE WS-IT-OPEN TO AG-BALANCE
                   MOVE AGED-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM Write-Print-Line
               END-IF
           END-IF.

       Print-Unapplied-Line.
           MOVE SPACES TO AGED-DETAIL-LINE
           PERFORM Print-Student-Name
           MOVE "UNAPPLD" TO AG-INVOICE-NO
           COMPUTE AG-BALANCE = ZERO - WS-RELIEF-LEFT
           MOVE AGED-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Aged-Line.
           MOVE SPACES TO AGED-DETAIL-LINE
           PERFORM Print-Student-Name
           MOVE "TOTAL" TO AG-INVOICE-NO
           MOVE WS-AGED-BUCKET (1) TO AG-CURRENT
           MOVE WS-AGED-BUCKET (2) TO AG-30
           MOVE WS-AGED-BUCKET (3) TO AG-60
           MOVE WS-AGED-BUCKET (4) TO AG-90
           MOVE WS-STUDENT-BALANCE TO AG-BALANCE
           MOVE AGED-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> The whole position rewrites each run, the way Rate-Maint
               WRITE AR-LEDGER-RECORD
           END-IF.

      *> OPENITEM.DAT rewrites alongside the ledger: one row per
      *> invoice still carrying a balance, with what credits and
      *> payments have taken off it, for the open-item listing and
      *> the statements.
       Rewrite-Open-Items.
           OPEN OUTPUT OPEN-ITEM-FILE
           PERFORM Write-One-Open-Item
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
           CLOSE OPEN-ITEM-FILE.

       Write-One-Open-Item.
           COMPUTE WS-IT-OPEN = WS-IT-ORIGINAL (WS-IT-SUB)
               - WS-IT-CREDITS (WS-IT-SUB) - WS-IT-PAYMENTS (WS-IT-SUB)
           IF WS-IT-OPEN > ZERO
               ADD 1 TO WS-OPEN-ITEM-COUNT
               MOVE SPACES TO OPEN-ITEM-RECORD
               MOVE WS-IT-NO (WS-IT-SUB)        TO OI-INVOICE-NO
               MOVE WS-IT-ID (WS-IT-SUB)        TO OI-STUDENT-ID
               MOVE WS-IT-DATE (WS-IT-SUB)      TO OI-INVOICE-DATE
               MOVE WS-IT-TYPE (WS-IT-SUB)      TO OI-LINE-TYPE
               MOVE WS-IT-TERM (WS-IT-SUB)      TO OI-TERM-CODE
               MOVE WS-IT-BUCKET (WS-IT-SUB)    TO OI-AGE-BUCKET
               MOVE WS-IT-ORIGINAL (WS-IT-SUB)  TO OI-ORIGINAL
               MOVE WS-IT-CREDITS (WS-IT-SUB)   TO OI-CREDITS-APPLIED
               MOVE WS-IT-PAYMENTS (WS-IT-SUB)  TO OI-PAYMENTS-APPLIED
               MOVE WS-IT-OPEN                  TO OI-BALANCE
               WRITE OPEN-ITEM-RECORD
           END-IF.

      *> The carry mark is written last, once the ledger and the
      *> open items it vouches for are on file.
       Rewrite-Ar-Carry.
           OPEN OUTPUT AR-CARRY-FILE
           MOVE SPACES             TO AR-CARRY-RECORD
           MOVE Y2KDate            TO AC-POST-DATE
           MOVE WS-HIGH-INVOICE-NO TO AC-HIGH-INVOICE-NO
           WRITE AR-CARRY-RECORD
           CLOSE AR-CARRY-FILE.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "ARPOST"          TO CH-PROGRAM-ID
