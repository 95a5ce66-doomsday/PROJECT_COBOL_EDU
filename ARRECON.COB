       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ar-Recon.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Nightly proof that the receivables subledger and the
      *> general ledger agree. Ar-Post's ARLEDGER.DAT is the
      *> student-by-student position; Gl-Extract posts the same
      *> day's charges, credits, late fees and cash to the AR
      *> control account and Gl-Ledger files them on GLLEDG.DAT.
      *> The two must carry the same total, and the night they do
      *> not is the night to find out, not the month-end close.
      *>   - the AR control account is the debit account on the
      *>     ARCHARGE row of GLACCTS.DAT - the account every
      *>     tuition charge debits is by definition the
      *>     receivable;
      *>   - its GL balance is debits less credits summed over
      *>     every GLLEDG.DAT period on file for the account, from
      *>     the latest period 00 opening row Year-Close wrote;
      *>   - the subledger total is every ARLEDGER.DAT balance,
      *>     credit balances included;
      *>   - Plan-Assess bills the night's late fees after Ar-Post
      *>     has rebuilt the position, so a late fee dated the run
      *>     date and not yet carried on OPENITEM.DAT is on the GL
      *>     but reaches ARLEDGER.DAT only at the next Ar-Post. It
      *>     prints as an expected reconciling item;
      *>   - Refund-Disb's refund check lines dated the run date are
      *>     on the GL the same night but reach ARLEDGER.DAT only at
      *>     the next Ar-Post as well, and print beside the fees;
      *>   - Class-Cancel's cancellation credit lines dated the run
      *>     date are credited to the account the same night and
      *>     likewise wait for the next Ar-Post. Being credits they
      *>     are added back, where the fees and refunds come off;
      *>   - a run-date line counts as carried once its invoice
      *>     number is at or below the mark Ar-Post leaves on
      *>     ARCARRY.DAT, or, for a fee, once it is on OPENITEM.DAT,
      *>     so a same-day Ar-Post rerun takes the lines it picked
      *>     up out of the timing items.
      *> Whatever is left is an unexplained difference: it prints
      *> in a boxed banner on ARRECON.RPT and on the console and
      *> the run ends RETURN-CODE 4. No AR control mapping, or no
      *> ledger to prove against, ends RETURN-CODE 8. Runs after
      *> Gl-Ledger; the run date comes off the last DATELOG entry,
      *> the same way Gl-Extract finds it.
      *> 15 Oct 2026 MK - The ledger layout comes from the GLLEDG
      *> copybook; the control account sums from its latest period 00
      *> opening row, so a closed year is not counted twice.
      *> 15 Oct 2026 MK - Refund check lines dated the run date are on
      *> the GL before they reach ARLEDGER.DAT, so they are taken off
      *> the ledger balance as a timing item and print beside the late
      *> fees.
      *> 15 Oct 2026 MK - Class-Cancel's run-date cancellation credits
      *> are a third timing item, added back to the ledger balance and
      *> printed beside the fees and refunds. Fees, refunds and credits
      *> all count as carried once numbered at or below Ar-Post's
      *> ARCARRY.DAT mark, so a same-day Ar-Post rerun is not adjusted
      *> for twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-LOG-FILE ASSIGN TO "DATELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATE-LOG-STATUS.

           SELECT GL-ACCOUNTS-FILE ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCOUNTS-STATUS.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLL-LEDGER-KEY
               FILE STATUS IS GL-LEDGER-STATUS.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-LEDGER-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT AR-CARRY-FILE ASSIGN TO "ARCARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-CARRY-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "ARRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-LOG-FILE.
       01  DATE-LOG-RECORD.
           02  DL-CURRENT-DATE     PIC 9(6).
           02  FILLER              PIC X(1).
           02  DL-YEAR-DAY         PIC 9(3).
           02  FILLER              PIC X(1).
           02  DL-Y2K-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  DL-TIMESTAMP        PIC 9(8).
           02  FILLER              PIC X(1).
           02  DL-DATE-MISMATCH    PIC X(1).
           02  FILLER              PIC X(1).
           02  DL-FISCAL-YEAR      PIC 9(4).
           02  DL-FISCAL-PERIOD    PIC 99.
           02  FILLER              PIC X(1).
           02  DL-RERUN-FLAG       PIC X(1).

       FD  GL-ACCOUNTS-FILE.
       01  GL-ACCOUNT-RECORD.
           02  GA-SOURCE-KEY       PIC X(8).
           02  FILLER              PIC X(1).
           02  GA-DEBIT-ACCT       PIC X(8).
           02  FILLER              PIC X(1).
           02  GA-CREDIT-ACCT      PIC X(8).

           COPY GLLEDG.

       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.

       FD  INVOICE-FILE.
           COPY INVOICE.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  AR-CARRY-FILE.
           COPY ARCARRY.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 DATE-LOG-STATUS      PIC XX.
       01 GL-ACCOUNTS-STATUS   PIC XX.
       01 GL-LEDGER-STATUS     PIC XX.
       01 AR-LEDGER-STATUS     PIC XX.
       01 INVOICE-STATUS       PIC XX.
       01 OPEN-ITEM-STATUS     PIC XX.
       01 AR-CARRY-STATUS      PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-FILE      VALUE "Y" FALSE "N".

       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01 WS-CONTROL-ACCOUNT   PIC X(8) VALUE SPACES.
       01 WS-LEDGER-FOUND      PIC X VALUE "N".
           88 LEDGER-ON-FILE   VALUE "Y".

       01 WS-SUBLEDGER-ROWS    PIC 9(5) VALUE ZERO.
       01 WS-SUBLEDGER-TOTAL   PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-PERIODS        PIC 9(3) VALUE ZERO.
       01 WS-GL-DEBITS         PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-CREDITS        PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-BALANCE        PIC S9(13)V99 VALUE ZERO.
       01 WS-TIMING-FEES       PIC S9(9)V99 VALUE ZERO.
       01 WS-TIMING-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-TIMING-REFUNDS    PIC S9(9)V99 VALUE ZERO.
       01 WS-REFUND-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-TIMING-CANCELS    PIC S9(9)V99 VALUE ZERO.
       01 WS-CANCEL-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CARRY-MARK        PIC 9(8) VALUE ZERO.
       01 WS-LINE-CARRIED      PIC X VALUE "N".
           88 LINE-CARRIED     VALUE "Y" FALSE "N".
       01 WS-ADJUSTED-GL       PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE        PIC S9(13)V99 VALUE ZERO.

      *> The run date's late-fee lines, checked off as they are
      *> found among the open items Ar-Post carried.
       01 WS-FEE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-FEE-SUB           PIC 9(3) VALUE ZERO.
       01 WS-FEE-TABLE-AREA.
           02 WS-FEE-ENTRY OCCURS 500 TIMES.
               03 WS-FE-INVOICE    PIC 9(8).
               03 WS-FE-AMOUNT     PIC 9(7)V99.
               03 WS-FE-CARRIED    PIC X.

       01 RECON-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RL-LABEL         PIC X(46).
           02 RL-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RL-NOTE          PIC X(40).
           02 FILLER           PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Run-Date
           IF WS-RUN-DATE = ZERO
               MOVE Y2KDate TO WS-RUN-DATE
           END-IF
           PERFORM Find-Control-Account
           IF WS-CONTROL-ACCOUNT = SPACES
               DISPLAY "GLACCTS.DAT: no ARCHARGE mapping - no AR "
                   "control account to reconcile"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Sum-Control-Account
           IF NOT LEDGER-ON-FILE
               DISPLAY "GLLEDG.DAT: status " GL-LEDGER-STATUS
                   " - no ledger to reconcile against"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Sum-Subledger
           PERFORM Load-Carry-Mark
           PERFORM Find-Todays-Late-Fees
           IF WS-FEE-COUNT > ZERO
               PERFORM Check-Fees-Carried
           END-IF
           PERFORM Total-Timing-Fees
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-COUNT

           COMPUTE WS-GL-BALANCE = WS-GL-DEBITS - WS-GL-CREDITS
           COMPUTE WS-ADJUSTED-GL =
               WS-GL-BALANCE - WS-TIMING-FEES - WS-TIMING-REFUNDS
               + WS-TIMING-CANCELS
           COMPUTE WS-DIFFERENCE =
               WS-SUBLEDGER-TOTAL - WS-ADJUSTED-GL

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "AR CONTROL ACCOUNT RECONCILIATION" TO RH-TITLE
           MOVE "ARRECON" TO RH-PROGRAM-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           PERFORM Print-Reconciliation
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           IF WS-DIFFERENCE NOT = ZERO
               MOVE WS-DIFFERENCE TO RL-AMOUNT
               DISPLAY "*** AR CONTROL ACCOUNT " WS-CONTROL-ACCOUNT
                   " OUT OF BALANCE BY " RL-AMOUNT " ***"
               DISPLAY "*** ARLEDGER.DAT DOES NOT AGREE WITH "
                   "GLLEDG.DAT - SEE ARRECON.RPT ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Ar-Recon: ARLEDGER.DAT agrees with AR "
                   "control account " WS-CONTROL-ACCOUNT
           END-IF
           STOP RUN.

       Get-Run-Date.
           OPEN INPUT DATE-LOG-FILE
           IF DATE-LOG-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM Read-Date-Log
               PERFORM UNTIL END-OF-FILE
                   MOVE DL-Y2K-DATE TO WS-RUN-DATE
                   PERFORM Read-Date-Log
               END-PERFORM
               CLOSE DATE-LOG-FILE
           END-IF.

       Read-Date-Log.
           READ DATE-LOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> The receivable is whatever account tuition charges debit.
       Find-Control-Account.
           OPEN INPUT GL-ACCOUNTS-FILE
           IF GL-ACCOUNTS-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM Read-Account-Map
               PERFORM UNTIL END-OF-FILE
                   IF GA-SOURCE-KEY = "ARCHARGE"
                       MOVE GA-DEBIT-ACCT TO WS-CONTROL-ACCOUNT
                   END-IF
                   PERFORM Read-Account-Map
               END-PERFORM
               CLOSE GL-ACCOUNTS-FILE
           ELSE
               DISPLAY "GLACCTS.DAT: status " GL-ACCOUNTS-STATUS
                   ", no account mapping on file"
           END-IF.

       Read-Account-Map.
           READ GL-ACCOUNTS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> A balance-sheet account carries forward, so every period
      *> on file for it counts, not just the current one. A period
      *> 00 opening row already carries every period before it,
      *> so the sum starts over there.
       Sum-Control-Account.
           OPEN INPUT GL-LEDGER-FILE
           IF GL-LEDGER-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-FOUND
               MOVE WS-CONTROL-ACCOUNT TO GLL-ACCOUNT
               MOVE ZERO TO GLL-FISCAL-YEAR
               MOVE ZERO TO GLL-FISCAL-PERIOD
               SET END-OF-FILE TO FALSE
               START GL-LEDGER-FILE KEY IS NOT LESS THAN
                       GLL-LEDGER-KEY
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ GL-LEDGER-FILE NEXT
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF GLL-ACCOUNT NOT = WS-CONTROL-ACCOUNT
                               SET END-OF-FILE TO TRUE
                           ELSE
                               IF GLL-FISCAL-PERIOD = ZERO
                                   MOVE ZERO TO WS-GL-PERIODS
                                   MOVE ZERO TO WS-GL-DEBITS
                                   MOVE ZERO TO WS-GL-CREDITS
                               END-IF
                               ADD 1 TO WS-GL-PERIODS
                               ADD GLL-DEBITS  TO WS-GL-DEBITS
                               ADD GLL-CREDITS TO WS-GL-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-LEDGER-FILE
           END-IF.

       Sum-Subledger.
           OPEN INPUT AR-LEDGER-FILE
           IF AR-LEDGER-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM Read-Ar-Ledger
               PERFORM UNTIL END-OF-FILE
                   IF ARL-BALANCE NUMERIC
                       ADD 1 TO WS-SUBLEDGER-ROWS
                       ADD ARL-BALANCE TO WS-SUBLEDGER-TOTAL
                   END-IF
                   PERFORM Read-Ar-Ledger
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           ELSE
               DISPLAY "ARLEDGER.DAT: status " AR-LEDGER-STATUS
                   ", subledger taken as zero"
           END-IF.

       Read-Ar-Ledger.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> Invoice numbers only ever go up, so every line numbered at
      *> or below the highest one Ar-Post tallied is in the ledger it
      *> wrote. No mark on file means nothing is taken as carried.
       Load-Carry-Mark.
           OPEN INPUT AR-CARRY-FILE
           IF AR-CARRY-STATUS = "00"
               READ AR-CARRY-FILE
                   NOT AT END
                       IF AC-HIGH-INVOICE-NO NUMERIC
                           MOVE AC-HIGH-INVOICE-NO TO WS-CARRY-MARK
                       END-IF
               END-READ
               CLOSE AR-CARRY-FILE
           ELSE
               DISPLAY "ARCARRY.DAT: status " AR-CARRY-STATUS
                   ", no run-date line taken as carried"
           END-IF.

       Find-Todays-Late-Fees.
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM Read-Invoice
               PERFORM UNTIL END-OF-FILE
                   PERFORM Test-Line-Carried
                   IF INV-IS-LATE-FEE
                   AND INV-RUN-DATE NUMERIC
                   AND INV-RUN-DATE = WS-RUN-DATE
                   AND INV-TUITION NUMERIC
                   AND WS-FEE-COUNT < 500
                       ADD 1 TO WS-FEE-COUNT
                       IF INV-INVOICE-NO NUMERIC
                           MOVE INV-INVOICE-NO
                               TO WS-FE-INVOICE (WS-FEE-COUNT)
                       ELSE
                           MOVE ZERO TO WS-FE-INVOICE (WS-FEE-COUNT)
                       END-IF
                       MOVE INV-TUITION TO WS-FE-AMOUNT (WS-FEE-COUNT)
                       MOVE WS-LINE-CARRIED
                           TO WS-FE-CARRIED (WS-FEE-COUNT)
                   END-IF
                   IF INV-IS-REFUND
                   AND INV-RUN-DATE NUMERIC
                   AND INV-RUN-DATE = WS-RUN-DATE
                   AND INV-TUITION NUMERIC
                   AND NOT LINE-CARRIED
                       ADD 1 TO WS-REFUND-COUNT
                       ADD INV-TUITION TO WS-TIMING-REFUNDS
                   END-IF
                   IF INV-IS-CREDIT
                   AND INV-RUN-DATE NUMERIC
                   AND INV-RUN-DATE = WS-RUN-DATE
                   AND INV-TUITION NUMERIC
                   AND NOT LINE-CARRIED
                       ADD 1 TO WS-CANCEL-COUNT
                       ADD INV-TUITION TO WS-TIMING-CANCELS
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

       Test-Line-Carried.
           SET LINE-CARRIED TO FALSE
           IF INV-INVOICE-NO NUMERIC
           AND INV-INVOICE-NO NOT = ZERO
           AND INV-INVOICE-NO NOT > WS-CARRY-MARK
               SET LINE-CARRIED TO TRUE
           END-IF.

      *> A fee Ar-Post already carries as an open item is in the
      *> subledger tonight and is no reconciling item.
       Check-Fees-Carried.
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM Read-Open-Item
               PERFORM UNTIL END-OF-FILE
                   IF OI-LINE-TYPE = "L"
                   AND OI-INVOICE-NO NUMERIC
                   AND OI-INVOICE-NO NOT = ZERO
                       PERFORM Mark-Fee-Carried
                           VARYING WS-FEE-SUB FROM 1 BY 1
                           UNTIL WS-FEE-SUB > WS-FEE-COUNT
                   END-IF
                   PERFORM Read-Open-Item
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

       Read-Open-Item.
           READ OPEN-ITEM-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Mark-Fee-Carried.
           IF WS-FE-INVOICE (WS-FEE-SUB) = OI-INVOICE-NO
               MOVE "Y" TO WS-FE-CARRIED (WS-FEE-SUB)
           END-IF.

       Total-Timing-Fees.
           IF WS-FE-CARRIED (WS-FEE-SUB) = "N"
               ADD 1 TO WS-TIMING-COUNT
               ADD WS-FE-AMOUNT (WS-FEE-SUB) TO WS-TIMING-FEES
           END-IF.

       Print-Reconciliation.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  AR CONTROL ACCOUNT: " WS-CONTROL-ACCOUNT
               "  (DEBIT ACCOUNT OF GLACCTS ROW ARCHARGE)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line

           MOVE SPACES TO RECON-LINE
           MOVE "GLLEDG.DAT CONTROL ACCOUNT DEBITS" TO RL-LABEL
           MOVE WS-GL-DEBITS TO RL-AMOUNT
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "GLLEDG.DAT CONTROL ACCOUNT CREDITS" TO RL-LABEL
           MOVE WS-GL-CREDITS TO RL-AMOUNT
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "GENERAL LEDGER AR BALANCE" TO RL-LABEL
           MOVE WS-GL-BALANCE TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING WS-GL-PERIODS " LEDGER PERIODS"
               DELIMITED BY SIZE INTO RL-NOTE
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "LESS LATE FEES BILLED AFTER AR-POST" TO RL-LABEL
           MOVE WS-TIMING-FEES TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING WS-TIMING-COUNT " FEES - SUBLEDGER AT NEXT AR-POST"
               DELIMITED BY SIZE INTO RL-NOTE
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "LESS REFUND CHECKS ISSUED AFTER AR-POST" TO RL-LABEL
           MOVE WS-TIMING-REFUNDS TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING WS-REFUND-COUNT " REFUNDS - SUBLEDGER AT NEXT AR-POST"
               DELIMITED BY SIZE INTO RL-NOTE
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "ADD CANCELLATION CREDITS AFTER AR-POST" TO RL-LABEL
           MOVE WS-TIMING-CANCELS TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING WS-CANCEL-COUNT " CREDITS - SUBLEDGER AT NEXT AR-POST"
               DELIMITED BY SIZE INTO RL-NOTE
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "GENERAL LEDGER AR BALANCE, ADJUSTED" TO RL-LABEL
           MOVE WS-ADJUSTED-GL TO RL-AMOUNT
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "ARLEDGER.DAT SUBLEDGER TOTAL" TO RL-LABEL
           MOVE WS-SUBLEDGER-TOTAL TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING WS-SUBLEDGER-ROWS " STUDENT BALANCES"
               DELIMITED BY SIZE INTO RL-NOTE
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "DIFFERENCE (SUBLEDGER LESS ADJUSTED LEDGER)"
               TO RL-LABEL
           MOVE WS-DIFFERENCE TO RL-AMOUNT
           IF WS-DIFFERENCE = ZERO
               MOVE "IN BALANCE" TO RL-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO RL-NOTE
           END-IF
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-DIFFERENCE NOT = ZERO
               PERFORM Print-Difference-Banner
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Boxed so nobody leafing past the report can miss it.
       Print-Difference-Banner.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ALL "*" TO WS-PRINT-LINE (3:70)
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  *** AR SUBLEDGER AND GENERAL LEDGER DO NOT "
               "AGREE                   ***"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-LINE
           MOVE "*** UNEXPLAINED DIFFERENCE" TO RL-LABEL
           MOVE WS-DIFFERENCE TO RL-AMOUNT
           MOVE "***" TO RL-NOTE
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  *** RESOLVE BEFORE THE PERIOD IS CLOSED     "
               "                       ***"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ALL "*" TO WS-PRINT-LINE (3:70)
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Ar-Recon.
