      *> every night. Sources:
      *>   TAXSUMRY.DAT - the run date's net sales (source key
      *>       SALES) and net tax collected (source key TAXCOLL);
      *>   PAYGLSTG.DAT - the run date's payroll per department, as
      *>       staged by Payroll-Calc (source keys PYNT, PYWH and
      *>       PYER followed by the department code, for net pay,
      *>       withholdings and employer costs);
      *>   APINVOIC.DAT - the vendor invoices entered on or
      *>       before the run date and not yet posted, each to its
      *>       own expense account (source key APINVOIC), and
      *>       APCHECK.DAT - the vendor checks cut on or before it
      *>       and not yet posted (source key APPAYMNT).
      *> GLACCTS.DAT maps each source key to its debit and credit
      *> accounts; every figure posts as a DR/CR pair of the same
      *> amount, a negative figure posts its absolute amount with
      *> debit/credit path as the tax and payroll figures. A
      *> chargeback department with no CHG mapping rejects the
      *> extract whole, like any other unmapped figure.
      *> 15 Oct 2026 MK - Receivables activity joins the sources:
      *> the run date's INVOICE.DAT charge, credit and late-fee
      *> lines and the PAYMENTS.DAT cash posted stage as source
      *> keys ARCHARGE, ARCREDIT, ARLATEFE and ARPAYMNT, inside the
      *> same balanced all-or-nothing extract, so tuition revenue
      *> and student receivables finally reach the books. An
      *> unmapped AR key rejects the extract whole like any other.
      *> 15 Oct 2026 MK - Bad-debt write-off and write-off recovery
      *> lines on INVOICE.DAT stage as source keys ARWRTOFF (bad-debt
      *> expense against AR) and ARRECOVR (the reverse), and the mapping
      *> and posting tables grow to hold them.
      *> 15 Oct 2026 MK - Returned-check fee lines stage as ARNSFFEE,
      *> and a returned payment's reversing entry on the register nets
      *> out of the night's ARPAYMNT figure.
      *> 15 Oct 2026 MK - Refund check lines stage as ARRFNDPY
      *> (receivable to student refunds payable) and ARREFUND (refunds
      *> payable paid out of cash).
      *> 15 Oct 2026 MK - Payroll now stages off Payroll-Calc's
      *> PAYGLSTG.DAT instead of the raw EMPDETL.DAT amount: the run
      *> date's net pay, withholdings and employer costs per department
      *> post as source keys PYNT, PYWH and PYER followed by the
      *> department code. The mapping table grows to 150 rows and the
      *> posting table to 300 to hold them.
      *> 15 Oct 2026 MK - Accounts payable joins the sources: the run
      *> date's APINVOIC.DAT invoices post DR each expense account, CR
      *> the AP control account on the APINVOIC mapping row, and the
      *> day's APCHECK.DAT vendor checks stage as APPAYMNT. The posting
      *> table grows to 500.
      *> 15 Oct 2026 MK - The exchange gain or loss on foreign-currency
      *> payments - what the bank credited less the converted amount
      *> that relieved the receivable, net of returned checks - stages
      *> as source key ARFXGAIN.
      *> 15 Oct 2026 MK - Payables sweep every invoice entered and every
      *> check cut on or before the run date not yet posted, since Ap-
      *> Inv-Entry and Ap-Check-Run run on demand; each row staged is
      *> stamped with the run date (API-GL-POSTED-DATE, APC-GL-POSTED-
      *> DATE) through a marked hold copy, APINVHLD.DAT and
      *> APCHKHLD.DAT, reloaded once GLPOST.DAT is written.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-SUMMARY-STATUS.

           SELECT PAY-GLSTAGE-FILE ASSIGN TO "PAYGLSTG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-GLSTAGE-STATUS.

           SELECT GL-ACCOUNTS-FILE ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-ACCUM-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO "APINVOIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-INVOICE-STATUS.

           SELECT AP-CHECK-FILE ASSIGN TO "APCHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-CHECK-STATUS.

           SELECT AP-INVOICE-HOLD-FILE ASSIGN TO "APINVHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-INVOICE-HOLD-STATUS.

           SELECT AP-CHECK-HOLD-FILE ASSIGN TO "APCHKHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-CHECK-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-LOG-FILE.
           02  FILLER                  PIC X(1).
           02  TXS-DUE-DATE            PIC 9(8).

           COPY PAYGLSTG.

       FD  GL-ACCOUNTS-FILE.
       01  GL-ACCOUNT-RECORD.
           02  FILLER              PIC X(1).
           02  CG-AMOUNT           PIC 9(7)V99.

       FD  INVOICE-FILE.
           COPY INVOICE.

       FD  PAYMENTS-FILE.
           COPY PAYMENTS.

           COPY APINVOIC.

           COPY APCHECK.

       FD  AP-INVOICE-HOLD-FILE.
       01  AP-INVOICE-HOLD-RECORD  PIC X(107).

       FD  AP-CHECK-HOLD-FILE.
       01  AP-CHECK-HOLD-RECORD    PIC X(97).

       WORKING-STORAGE SECTION.
       01 DATE-LOG-STATUS      PIC XX.
       01 TAX-SUMMARY-STATUS   PIC XX.
       01 PAY-GLSTAGE-STATUS   PIC XX.
       01 GL-ACCOUNTS-STATUS   PIC XX.
       01 GL-POSTING-STATUS    PIC XX.
       01 GL-BATCH-STATUS      PIC XX.
       01 CHARGE-ACCUM-STATUS  PIC XX.
       01 INVOICE-STATUS       PIC XX.
       01 PAYMENTS-STATUS      PIC XX.
       01 AP-INVOICE-STATUS    PIC XX.
       01 AP-CHECK-STATUS      PIC XX.
       01 AP-INVOICE-HOLD-STATUS PIC XX.
       01 AP-CHECK-HOLD-STATUS PIC XX.

      *> The run date's receivables activity: tuition charges,
      *> credit lines, late fees, bad-debt write-offs and their
      *> recoveries off INVOICE.DAT, cash posted and the exchange
      *> difference on foreign-currency payments off the
      *> PAYMENTS.DAT register.
       01 WS-AR-CHARGES        PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-CREDITS        PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-LATE-FEES      PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-PAYMENTS       PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-WRITE-OFFS     PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-RECOVERIES     PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-NSF-FEES       PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-REFUNDS        PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-FX-GAIN        PIC S9(9)V99 VALUE ZERO.

      *> The run date's payables activity: invoices entered,
      *> totalled per expense account, and vendor checks cut.
       01 WS-AX-COUNT          PIC 99 VALUE ZERO.
       01 WS-AX-SUB            PIC 99 VALUE ZERO.
       01 WS-AX-FOUND          PIC X VALUE "N".
           88 AX-SLOT-FOUND    VALUE "Y" FALSE "N".
       01 WS-AX-TABLE-AREA.
           02 WS-AX-ENTRY OCCURS 50 TIMES.
               03 WS-AX-ACCOUNT    PIC X(8).
               03 WS-AX-AMOUNT     PIC 9(9)V99.
       01 WS-AP-PAYMENTS       PIC S9(9)V99 VALUE ZERO.

      *> Every payables row tonight stages is stamped with the run
      *> date once GLPOST.DAT is written, by way of a marked copy
      *> in a hold file reloaded over the live file. A row already
      *> stamped with tonight's date stages again on a rerun,
      *> since the rerun rewrites GLPOST.DAT whole. A row with
      *> no stamp at all was filed before the stamp was kept and
      *> posted on its own entry night, so it stages only when
      *> that night is tonight.
       01 WS-AP-INV-STAGED     PIC 9(5) VALUE ZERO.
       01 WS-AP-CHK-STAGED     PIC 9(5) VALUE ZERO.
       01 WS-AP-ROW-DUE        PIC X VALUE "N".
           88 AP-ROW-DUE       VALUE "Y" FALSE "N".
       01 WS-AP-MARK-OK        PIC X VALUE "Y".
           88 AP-MARKS-HELD    VALUE "Y" FALSE "N".
       01 WS-AP-HOLD-ROWS      PIC 9(5) VALUE ZERO.
       01 WS-AP-CHK-HOLD-ROWS  PIC 9(5) VALUE ZERO.
       01 WS-AP-RELOAD-ROWS    PIC 9(5) VALUE ZERO.

      *> The run date's chargeback figures, aggregated per
      *> department off Chg-Back's accumulation file.
           88 SUMMARY-ON-FILE  VALUE "Y".

      *> Account mapping loaded up front.
       01 WS-MAP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-MAP-SUB           PIC 9(3) VALUE ZERO.
       01 WS-MAP-FOUND         PIC X VALUE "N".
           88 MAPPING-FOUND    VALUE "Y" FALSE "N".
       01 WS-MAP-TABLE-AREA.
           02 WS-MAP-ENTRY OCCURS 150 TIMES.
               03 WS-MP-KEY        PIC X(8).
               03 WS-MP-DEBIT      PIC X(8).
               03 WS-MP-CREDIT     PIC X(8).

      *> Department payroll off the run date's staging rows.
       01 WS-DEPT-COUNT        PIC 99 VALUE ZERO.
       01 WS-DEPT-SUB          PIC 99 VALUE ZERO.
       01 WS-DEPT-FOUND        PIC X VALUE "N".
       01 WS-DEPT-TABLE-AREA.
           02 WS-DEPT-ENTRY OCCURS 30 TIMES.
               03 WS-DP-CODE       PIC X(4).
               03 WS-DP-NET-PAY    PIC 9(9)V99.
               03 WS-DP-WITHHELD   PIC 9(9)V99.
               03 WS-DP-EMPLOYER   PIC 9(9)V99.

      *> The extract is staged here and only written once it
      *> balances and every figure found its mapping.
       01 WS-POST-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-POST-SUB          PIC 9(3) VALUE ZERO.
       01 WS-POST-TABLE-AREA.
           02 WS-POST-ENTRY OCCURS 500 TIMES.
               03 WS-PT-ACCOUNT    PIC X(8).
               03 WS-PT-DR-CR      PIC X.
               03 WS-PT-AMOUNT     PIC 9(9)V99.
           PERFORM Stage-Chargeback-Posting
               VARYING WS-CB-SUB FROM 1 BY 1
               UNTIL WS-CB-SUB > WS-CB-COUNT
           PERFORM Fetch-Invoice-Activity
           PERFORM Fetch-Payment-Activity
           PERFORM Stage-Receivables-Postings
           PERFORM Fetch-Payables-Activity
           PERFORM Stage-Payables-Postings

           PERFORM Prove-And-Write-Extract
           STOP RUN.
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Account-Map
               PERFORM UNTIL END-OF-FILE
                   IF WS-MAP-COUNT < 150
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GA-SOURCE-KEY TO
                           WS-MP-KEY (WS-MAP-COUNT)
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> Only the run date's staging rows post tonight; a pay's
      *> rows carry its pay date, which Payroll-Calc insists is a
      *> business day, so they ride exactly one night's extract.
       Aggregate-Payroll.
           OPEN INPUT PAY-GLSTAGE-FILE
           IF PAY-GLSTAGE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Pay-Stage
               PERFORM UNTIL END-OF-FILE
                   IF PGS-PAY-DATE = WS-RUN-DATE
                       PERFORM Tally-Dept-Amount
                   END-IF
                   PERFORM Read-Pay-Stage
               END-PERFORM
               CLOSE PAY-GLSTAGE-FILE
           ELSE
               DISPLAY "PAYGLSTG.DAT: status " PAY-GLSTAGE-STATUS
                   ", no payroll figures today"
           END-IF.

       Read-Pay-Stage.
           READ PAY-GLSTAGE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR DEPT-SLOT-FOUND
               IF WS-DP-CODE (WS-DEPT-SUB) = PGS-DEPT-CODE
                   SET DEPT-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
               IF WS-DEPT-COUNT < 30
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   MOVE PGS-DEPT-CODE TO WS-DP-CODE (WS-DEPT-SUB)
                   MOVE ZERO TO WS-DP-NET-PAY (WS-DEPT-SUB)
                   MOVE ZERO TO WS-DP-WITHHELD (WS-DEPT-SUB)
                   MOVE ZERO TO WS-DP-EMPLOYER (WS-DEPT-SUB)
               ELSE
                   MOVE 1 TO WS-DEPT-SUB
               END-IF
           END-IF
           ADD PGS-NET-PAY  TO WS-DP-NET-PAY (WS-DEPT-SUB)
           ADD PGS-WITHHELD TO WS-DP-WITHHELD (WS-DEPT-SUB)
           ADD PGS-EMPLOYER TO WS-DP-EMPLOYER (WS-DEPT-SUB).

       Stage-Dept-Posting.
           MOVE SPACES TO WS-SOURCE-KEY
           STRING "PYNT" WS-DP-CODE (WS-DEPT-SUB)
               DELIMITED BY SIZE INTO WS-SOURCE-KEY
           MOVE WS-DP-NET-PAY (WS-DEPT-SUB) TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE SPACES TO WS-SOURCE-KEY
           STRING "PYWH" WS-DP-CODE (WS-DEPT-SUB)
               DELIMITED BY SIZE INTO WS-SOURCE-KEY
           MOVE WS-DP-WITHHELD (WS-DEPT-SUB) TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE SPACES TO WS-SOURCE-KEY
           STRING "PYER" WS-DP-CODE (WS-DEPT-SUB)
               DELIMITED BY SIZE INTO WS-SOURCE-KEY
           MOVE WS-DP-EMPLOYER (WS-DEPT-SUB) TO WS-FIGURE
           PERFORM Stage-One-Posting.

      *> Only the run date's chargeback rows post tonight; prior
           MOVE WS-CB-AMOUNT (WS-CB-SUB) TO WS-FIGURE
           PERFORM Stage-One-Posting.

      *> Only the run date's invoice lines post tonight, by line
      *> type; prior days' lines rode their own night's extract.
       Fetch-Invoice-Activity.
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Invoice
               PERFORM UNTIL END-OF-FILE
                   IF INV-RUN-DATE NUMERIC
                   AND INV-RUN-DATE = WS-RUN-DATE
                   AND INV-TUITION NUMERIC
                       EVALUATE TRUE
                           WHEN INV-IS-CREDIT
                               ADD INV-TUITION TO WS-AR-CREDITS
                           WHEN INV-IS-LATE-FEE
                               ADD INV-TUITION TO WS-AR-LATE-FEES
                           WHEN INV-IS-WRITE-OFF
                               ADD INV-TUITION TO WS-AR-WRITE-OFFS
                           WHEN INV-IS-WO-RECOVERY
                               ADD INV-TUITION TO WS-AR-RECOVERIES
                           WHEN INV-IS-NSF-FEE
                               ADD INV-TUITION TO WS-AR-NSF-FEES
                           WHEN INV-IS-REFUND
                               ADD INV-TUITION TO WS-AR-REFUNDS
                           WHEN OTHER
                               ADD INV-TUITION TO WS-AR-CHARGES
                       END-EVALUATE
                   END-IF
                   PERFORM Read-Invoice
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       Read-Invoice.
           READ INVOICE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Fetch-Payment-Activity.
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Payment
               PERFORM UNTIL END-OF-FILE
                   IF PAY-RUN-DATE NUMERIC
                   AND PAY-RUN-DATE = WS-RUN-DATE
                   AND PAY-AMOUNT NUMERIC
                       IF PAY-IS-RETURNED
                           SUBTRACT PAY-AMOUNT FROM WS-AR-PAYMENTS
                       ELSE
                           ADD PAY-AMOUNT TO WS-AR-PAYMENTS
                       END-IF
                       IF NOT PAY-IN-BASE-CURRENCY
                       AND PAY-BANK-AMOUNT NUMERIC
                           PERFORM Tally-Exchange-Difference
                       END-IF
                   END-IF
                   PERFORM Read-Payment
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF.

      *> A foreign-currency payment relieves the receivable by its
      *> converted amount, but the cash is what the bank credited;
      *> the difference is the exchange gain (bank paid more) or
      *> loss, and a returned check takes it back.
       Tally-Exchange-Difference.
           IF PAY-IS-RETURNED
               COMPUTE WS-AR-FX-GAIN = WS-AR-FX-GAIN
                   - (PAY-BANK-AMOUNT - PAY-AMOUNT)
           ELSE
               COMPUTE WS-AR-FX-GAIN = WS-AR-FX-GAIN
                   + (PAY-BANK-AMOUNT - PAY-AMOUNT)
           END-IF.

       Read-Payment.
           READ PAYMENTS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> Each kind of receivables activity is its own source key,
      *> so GLACCTS.DAT decides where it lands: ARCHARGE and
      *> ARLATEFE debit the receivable, ARCREDIT and ARPAYMNT
      *> credit it. ARWRTOFF is bad-debt expense against the
      *> receivable and ARRECOVR the reverse of it, when a
      *> written-off student pays after all. ARNSFFEE is the
      *> returned-check fee, debiting the receivable like a late
      *> fee; a returned check itself nets out of ARPAYMNT, so a
      *> day with more returned than received posts it reversed.
      *> A refund check posts under two keys off the same figure:
      *> ARRFNDPY moves the credit balance off the receivable into
      *> student refunds payable (DR AR, CR refunds payable) and
      *> ARREFUND pays it out (DR refunds payable, CR cash), so the
      *> receivable still ties to ARLEDGER.DAT.
      *> ARFXGAIN is the foreign-exchange difference on payments
      *> made in another currency: ARPAYMNT credits the receivable
      *> with the converted amount, and ARFXGAIN debits cash and
      *> credits exchange gain with what the bank credited beyond
      *> it - a net loss for the night posts the sides swapped,
      *> like any negative figure.
      *> The debit account on
      *> the ARCHARGE row is the AR control account Ar-Recon
      *> proves ARLEDGER.DAT against.
       Stage-Receivables-Postings.
           MOVE "ARCHARGE" TO WS-SOURCE-KEY
           MOVE WS-AR-CHARGES TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARCREDIT" TO WS-SOURCE-KEY
           MOVE WS-AR-CREDITS TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARLATEFE" TO WS-SOURCE-KEY
           MOVE WS-AR-LATE-FEES TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARPAYMNT" TO WS-SOURCE-KEY
           MOVE WS-AR-PAYMENTS TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARWRTOFF" TO WS-SOURCE-KEY
           MOVE WS-AR-WRITE-OFFS TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARRECOVR" TO WS-SOURCE-KEY
           MOVE WS-AR-RECOVERIES TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARNSFFEE" TO WS-SOURCE-KEY
           MOVE WS-AR-NSF-FEES TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARRFNDPY" TO WS-SOURCE-KEY
           MOVE WS-AR-REFUNDS TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARREFUND" TO WS-SOURCE-KEY
           MOVE WS-AR-REFUNDS TO WS-FIGURE
           PERFORM Stage-One-Posting
           MOVE "ARFXGAIN" TO WS-SOURCE-KEY
           MOVE WS-AR-FX-GAIN TO WS-FIGURE
           PERFORM Stage-One-Posting.

      *> Ap-Inv-Entry and Ap-Check-Run run on demand and stamp
      *> the day they run, which need not be a cycle night or may
      *> fall after the night's extract, so every invoice entered
      *> and every check cut on or before the run date that has
      *> not yet posted goes tonight, each invoice to its own
      *> expense account. A later check run rewrites the invoice
      *> file but keeps the stamp, so a row rides exactly one
      *> night's extract.
       Fetch-Payables-Activity.
           OPEN INPUT AP-INVOICE-FILE
           IF AP-INVOICE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Ap-Invoice
               PERFORM UNTIL END-OF-FILE
                   PERFORM Check-Ap-Invoice-Due
                   IF AP-ROW-DUE
                       ADD 1 TO WS-AP-INV-STAGED
                       PERFORM Tally-Expense-Account
                   END-IF
                   PERFORM Read-Ap-Invoice
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF
           OPEN INPUT AP-CHECK-FILE
           IF AP-CHECK-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Ap-Check
               PERFORM UNTIL END-OF-FILE
                   PERFORM Check-Ap-Check-Due
                   IF AP-ROW-DUE
                       ADD 1 TO WS-AP-CHK-STAGED
                       ADD APC-AMOUNT TO WS-AP-PAYMENTS
                   END-IF
                   PERFORM Read-Ap-Check
               END-PERFORM
               CLOSE AP-CHECK-FILE
           END-IF.

       Check-Ap-Invoice-Due.
           SET AP-ROW-DUE TO FALSE
           IF API-ENTRY-DATE NUMERIC
           AND API-ENTRY-DATE NOT > WS-RUN-DATE
           AND API-AMOUNT NUMERIC
               IF API-GL-POSTED-DATE NUMERIC
                   IF API-GL-POSTED-DATE = ZERO
                   OR API-GL-POSTED-DATE = WS-RUN-DATE
                       SET AP-ROW-DUE TO TRUE
                   END-IF
               ELSE
                   IF API-ENTRY-DATE = WS-RUN-DATE
                       SET AP-ROW-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

       Check-Ap-Check-Due.
           SET AP-ROW-DUE TO FALSE
           IF APC-ISSUE-DATE NUMERIC
           AND APC-ISSUE-DATE NOT > WS-RUN-DATE
           AND APC-AMOUNT NUMERIC
               IF APC-GL-POSTED-DATE NUMERIC
                   IF APC-GL-POSTED-DATE = ZERO
                   OR APC-GL-POSTED-DATE = WS-RUN-DATE
                       SET AP-ROW-DUE TO TRUE
                   END-IF
               ELSE
                   IF APC-ISSUE-DATE = WS-RUN-DATE
                       SET AP-ROW-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

       Read-Ap-Invoice.
           READ AP-INVOICE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Read-Ap-Check.
           READ AP-CHECK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> An expense account past the fifty tracked cannot be
      *> folded into another account's figure, so it rejects the
      *> extract instead.
       Tally-Expense-Account.
           SET AX-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-AX-SUB FROM 1 BY 1
               UNTIL WS-AX-SUB > WS-AX-COUNT
                  OR AX-SLOT-FOUND
               IF WS-AX-ACCOUNT (WS-AX-SUB) = API-EXPENSE-ACCT
                   SET AX-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF AX-SLOT-FOUND
               SUBTRACT 1 FROM WS-AX-SUB
               ADD API-AMOUNT TO WS-AX-AMOUNT (WS-AX-SUB)
           ELSE
               IF WS-AX-COUNT < 50
                   ADD 1 TO WS-AX-COUNT
                   MOVE WS-AX-COUNT TO WS-AX-SUB
                   MOVE API-EXPENSE-ACCT TO WS-AX-ACCOUNT (WS-AX-SUB)
                   MOVE API-AMOUNT TO WS-AX-AMOUNT (WS-AX-SUB)
               ELSE
                   DISPLAY "APINVOIC.DAT: more than 50 expense "
                       "accounts today - extract rejected"
                   SET EXTRACT-IS-GOOD TO FALSE
               END-IF
           END-IF.

      *> An AP invoice debits the expense account keyed on it, not
      *> one from the mapping: the APINVOIC row's credit account
      *> is the accounts payable control account every invoice
      *> credits, and its debit account is not used. APPAYMNT is
      *> an ordinary mapped pair, DR accounts payable, CR cash.
       Stage-Payables-Postings.
           IF WS-AX-COUNT > ZERO
               MOVE "APINVOIC" TO WS-SOURCE-KEY
               PERFORM Find-Mapping
               IF NOT MAPPING-FOUND
                   DISPLAY "No GLACCTS mapping for " WS-SOURCE-KEY
                       " - extract rejected"
                   SET EXTRACT-IS-GOOD TO FALSE
               ELSE
                   PERFORM Stage-Expense-Pair
                       VARYING WS-AX-SUB FROM 1 BY 1
                       UNTIL WS-AX-SUB > WS-AX-COUNT
               END-IF
           END-IF
           MOVE "APPAYMNT" TO WS-SOURCE-KEY
           MOVE WS-AP-PAYMENTS TO WS-FIGURE
           PERFORM Stage-One-Posting.

       Stage-Expense-Pair.
           MOVE WS-AX-AMOUNT (WS-AX-SUB) TO WS-ABS-FIGURE
           ADD 1 TO WS-POST-COUNT
           MOVE WS-AX-ACCOUNT (WS-AX-SUB)
               TO WS-PT-ACCOUNT (WS-POST-COUNT)
           MOVE "D" TO WS-PT-DR-CR (WS-POST-COUNT)
           MOVE WS-ABS-FIGURE TO WS-PT-AMOUNT (WS-POST-COUNT)
           MOVE WS-SOURCE-KEY TO WS-PT-SOURCE (WS-POST-COUNT)
           ADD WS-ABS-FIGURE TO WS-TOTAL-DEBITS
           ADD 1 TO WS-POST-COUNT
           MOVE WS-MP-CREDIT (WS-MAP-SUB)
               TO WS-PT-ACCOUNT (WS-POST-COUNT)
           MOVE "C" TO WS-PT-DR-CR (WS-POST-COUNT)
           MOVE WS-ABS-FIGURE TO WS-PT-AMOUNT (WS-POST-COUNT)
           MOVE WS-SOURCE-KEY TO WS-PT-SOURCE (WS-POST-COUNT)
           ADD WS-ABS-FIGURE TO WS-TOTAL-CREDITS.

      *> One balanced DR/CR pair per figure; a negative figure
      *> posts its absolute amount with the sides swapped. A zero
      *> figure posts nothing - a no-activity day is not an error.
                   " - extract rejected"
               SET EXTRACT-IS-GOOD TO FALSE
           END-IF
           IF EXTRACT-IS-GOOD
               PERFORM Hold-Payables-Marks
               IF NOT AP-MARKS-HELD
                   DISPLAY "Payables rows could not be marked posted"
                       " - extract rejected"
                   SET EXTRACT-IS-GOOD TO FALSE
               END-IF
           END-IF
           IF NOT EXTRACT-IS-GOOD
               DISPLAY "GLPOST.DAT not written"
               MOVE 8 TO RETURN-CODE
               DISPLAY "Gl-Extract: " WS-POST-COUNT
                   " postings written, debits = credits = "
                   WS-AMOUNT-EDIT
               PERFORM Reload-Payables-Files
           END-IF.

      *> The marked copies are made before GLPOST.DAT is written:
      *> a hold file that cannot be written rejects the extract
      *> with both payables files untouched, so the rows simply
      *> stage again on the rerun. Nothing to mark, nothing held.
       Hold-Payables-Marks.
           SET AP-MARKS-HELD TO TRUE
           IF WS-AP-INV-STAGED > ZERO
               PERFORM Hold-Invoice-Marks
           END-IF
           IF WS-AP-CHK-STAGED > ZERO AND AP-MARKS-HELD
               PERFORM Hold-Check-Marks
           END-IF.

       Hold-Invoice-Marks.
           MOVE ZERO TO WS-AP-HOLD-ROWS
           OPEN INPUT AP-INVOICE-FILE
           IF AP-INVOICE-STATUS NOT = "00"
               DISPLAY "APINVOIC.DAT: status " AP-INVOICE-STATUS
                   ", posted rows cannot be marked"
               SET AP-MARKS-HELD TO FALSE
           ELSE
               OPEN OUTPUT AP-INVOICE-HOLD-FILE
               IF AP-INVOICE-HOLD-STATUS NOT = "00"
                   DISPLAY "APINVHLD.DAT: status "
                       AP-INVOICE-HOLD-STATUS
                       ", posted rows cannot be marked"
                   SET AP-MARKS-HELD TO FALSE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM Read-Ap-Invoice
                   PERFORM UNTIL END-OF-FILE OR NOT AP-MARKS-HELD
                       PERFORM Check-Ap-Invoice-Due
                       IF AP-ROW-DUE
                           MOVE WS-RUN-DATE TO API-GL-POSTED-DATE
                       END-IF
                       WRITE AP-INVOICE-HOLD-RECORD
                           FROM AP-INVOICE-RECORD
                       IF AP-INVOICE-HOLD-STATUS NOT = "00"
                           DISPLAY "APINVHLD.DAT: write status "
                               AP-INVOICE-HOLD-STATUS
                           SET AP-MARKS-HELD TO FALSE
                       ELSE
                           ADD 1 TO WS-AP-HOLD-ROWS
                       END-IF
                       PERFORM Read-Ap-Invoice
                   END-PERFORM
                   CLOSE AP-INVOICE-HOLD-FILE
               END-IF
               CLOSE AP-INVOICE-FILE
           END-IF.

       Hold-Check-Marks.
           MOVE ZERO TO WS-AP-CHK-HOLD-ROWS
           OPEN INPUT AP-CHECK-FILE
           IF AP-CHECK-STATUS NOT = "00"
               DISPLAY "APCHECK.DAT: status " AP-CHECK-STATUS
                   ", posted rows cannot be marked"
               SET AP-MARKS-HELD TO FALSE
           ELSE
               OPEN OUTPUT AP-CHECK-HOLD-FILE
               IF AP-CHECK-HOLD-STATUS NOT = "00"
                   DISPLAY "APCHKHLD.DAT: status " AP-CHECK-HOLD-STATUS
                       ", posted rows cannot be marked"
                   SET AP-MARKS-HELD TO FALSE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM Read-Ap-Check
                   PERFORM UNTIL END-OF-FILE OR NOT AP-MARKS-HELD
                       PERFORM Check-Ap-Check-Due
                       IF AP-ROW-DUE
                           MOVE WS-RUN-DATE TO APC-GL-POSTED-DATE
                       END-IF
                       WRITE AP-CHECK-HOLD-RECORD FROM AP-CHECK-RECORD
                       IF AP-CHECK-HOLD-STATUS NOT = "00"
                           DISPLAY "APCHKHLD.DAT: write status "
                               AP-CHECK-HOLD-STATUS
                           SET AP-MARKS-HELD TO FALSE
                       ELSE
                           ADD 1 TO WS-AP-CHK-HOLD-ROWS
                       END-IF
                       PERFORM Read-Ap-Check
                   END-PERFORM
                   CLOSE AP-CHECK-HOLD-FILE
               END-IF
               CLOSE AP-CHECK-FILE
           END-IF.

      *> GLPOST.DAT is written by now, so a reload that fails
      *> leaves the marked copy standing in its hold file: the
      *> run ends RC 8 and the operator copies the hold file over
      *> the live one before anything else touches it. The live
      *> file is not opened at all unless its hold file is.
       Reload-Payables-Files.
           IF WS-AP-INV-STAGED > ZERO
               PERFORM Reload-Ap-Invoices
               IF WS-AP-RELOAD-ROWS NOT = WS-AP-HOLD-ROWS
                   DISPLAY "*** APINVOIC.DAT RELOAD FAILED - COPY "
                       "APINVHLD.DAT OVER APINVOIC.DAT BEFORE THE "
                       "NEXT RUN ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-AP-CHK-STAGED > ZERO
               PERFORM Reload-Ap-Checks
               IF WS-AP-RELOAD-ROWS NOT = WS-AP-CHK-HOLD-ROWS
                   DISPLAY "*** APCHECK.DAT RELOAD FAILED - COPY "
                       "APCHKHLD.DAT OVER APCHECK.DAT BEFORE THE "
                       "NEXT RUN ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       Reload-Ap-Invoices.
           MOVE ZERO TO WS-AP-RELOAD-ROWS
           OPEN INPUT AP-INVOICE-HOLD-FILE
           IF AP-INVOICE-HOLD-STATUS = "00"
               OPEN OUTPUT AP-INVOICE-FILE
               MOVE "N" TO WS-EOF-SWITCH
               IF AP-INVOICE-STATUS NOT = "00"
                   SET END-OF-FILE TO TRUE
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ AP-INVOICE-HOLD-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE AP-INVOICE-RECORD
                               FROM AP-INVOICE-HOLD-RECORD
                           IF AP-INVOICE-STATUS = "00"
                               ADD 1 TO WS-AP-RELOAD-ROWS
                           ELSE
                               SET END-OF-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF AP-INVOICE-STATUS = "00"
                   CLOSE AP-INVOICE-FILE
               END-IF
               CLOSE AP-INVOICE-HOLD-FILE
           END-IF.

       Reload-Ap-Checks.
           MOVE ZERO TO WS-AP-RELOAD-ROWS
           OPEN INPUT AP-CHECK-HOLD-FILE
           IF AP-CHECK-HOLD-STATUS = "00"
               OPEN OUTPUT AP-CHECK-FILE
               MOVE "N" TO WS-EOF-SWITCH
               IF AP-CHECK-STATUS NOT = "00"
                   SET END-OF-FILE TO TRUE
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ AP-CHECK-HOLD-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE AP-CHECK-RECORD
                               FROM AP-CHECK-HOLD-RECORD
                           IF AP-CHECK-STATUS = "00"
                               ADD 1 TO WS-AP-RELOAD-ROWS
                           ELSE
                               SET END-OF-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF AP-CHECK-STATUS = "00"
                   CLOSE AP-CHECK-FILE
               END-IF
               CLOSE AP-CHECK-HOLD-FILE
           END-IF.

      *> One register row per extract dropped off for corporate,
