       IDENTIFICATION DIVISION.
       PROGRAM-ID. Refund-Disburse.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Credit-balance refund run. Withdrawal refunds,
      *> cancellation credits and overpayments leave students with
      *> a negative ARL-BALANCE on ARLEDGER.DAT, and until now the
      *> bursar found them on the aged trial balance and wrote the
      *> checks by hand. This pass reads the position Ar-Post just
      *> left and pays back every credit balance, except:
      *>   - a credit under the minimum on the RFNDCTL.DAT card
      *>     (10.00 when there is no card) - not worth a check;
      *>   - a student on the REFHOLD.DAT hold list (financial aid
      *>     still settling, a disputed charge, a pending return
      *>     to lender), with the reason the office keyed;
      *>   - a student already refunded by a run earlier today,
      *>     so a rerun of the step before Ar-Post has seen the
      *>     first check cannot pay the same credit twice;
      *>   - a student not on the master (no payee) or a credit
      *>     too large for one check, left to the bursar.
      *> Each refund draws its number from the shared CHKNOCTL.DAT
      *> check counter through NEXT-CHECK-NO and:
      *>   - appends a "D" line to INVOICE.DAT for the full credit
      *>     under its own number from NEXT-INVOICE-NO, which
      *>     Ar-Post adds back like a charge so the balance comes
      *>     to zero, and Gl-Extract stages as cash paid out
      *>     against student refunds payable;
      *>   - appends the issue to POSPAY.DAT in the bank's fixed
      *>     positive-pay format, so the bank pays no check we did
      *>     not issue;
      *>   - appends a row to the RFNDCHK.DAT disbursement history.
      *> RFNDDISB.RPT is the check register: every credit balance
      *> with its check number or the reason it was skipped, and
      *> totals that tie to the positive-pay file. When the check
      *> counter fails (missing, out of stock) no further checks
      *> are cut, the rest list as not issued and the run ends
      *> RC 8 for the treasurer.
      *> Runs in the cycle right after Ar-Post with the run date;
      *> ACCEPTs its own date standalone. No ARLEDGER.DAT ends RC 4
      *> with nothing paid.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-LEDGER-STATUS.

           SELECT REFUND-CONTROL-FILE ASSIGN TO "RFNDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-CONTROL-STATUS.

           SELECT REFUND-HOLD-FILE ASSIGN TO "REFHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-HOLD-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT REFUND-HISTORY-FILE ASSIGN TO "RFNDCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-HISTORY-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITIVE-PAY-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "RFNDDISB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.

       FD  REFUND-CONTROL-FILE.
       01  REFUND-CONTROL-RECORD.
           02  RFC-MINIMUM         PIC 9(5)V99.

       FD  REFUND-HOLD-FILE.
       01  REFUND-HOLD-RECORD.
           02  RFH-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  RFH-REASON          PIC X(20).

       FD  INVOICE-FILE.
           COPY INVOICE.

       FD  REFUND-HISTORY-FILE.
       01  REFUND-HISTORY-RECORD.
           02  RFD-RUN-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  RFD-CHECK-NO        PIC 9(8).
           02  FILLER              PIC X(1).
           02  RFD-ACCOUNT-NO      PIC X(12).
           02  FILLER              PIC X(1).
           02  RFD-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  RFD-PAYEE-NAME      PIC X(21).
           02  FILLER              PIC X(1).
           02  RFD-AMOUNT          PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  RFD-INVOICE-NO      PIC 9(8).

       FD  POSITIVE-PAY-FILE.
           COPY POSPAY.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 AR-LEDGER-STATUS         PIC XX.
       01 REFUND-CONTROL-STATUS    PIC XX.
       01 REFUND-HOLD-STATUS       PIC XX.
       01 INVOICE-STATUS           PIC XX.
       01 REFUND-HISTORY-STATUS    PIC XX.
       01 POSITIVE-PAY-STATUS      PIC XX.
       01 STUDENT-MASTER-STATUS    PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-LEDGER-EOF        PIC X VALUE "N".
           88 END-OF-LEDGER    VALUE "Y".
       01 WS-HOLD-EOF          PIC X VALUE "N".
           88 END-OF-HOLDS     VALUE "Y".
       01 WS-INVOICE-EOF       PIC X VALUE "N".
           88 END-OF-INVOICES  VALUE "Y".

      *> Smallest credit worth a check, off RFNDCTL.DAT.
       01 WS-REFUND-MINIMUM    PIC 9(5)V99 VALUE 10.00.
      *> Largest amount one refund check (and one INVOICE.DAT
      *> line) can carry.
       01 WS-CHECK-LIMIT       PIC 9(5)V99 VALUE 99999.99.

      *> Students the office has put on refund hold.
       01 WS-HOLD-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-HOLD-SUB          PIC 9(3) VALUE ZERO.
       01 WS-HOLD-TABLE-AREA.
           02 WS-HOLD-ENTRY OCCURS 200 TIMES.
               03 WS-HD-ID         PIC 9(7).
               03 WS-HD-REASON     PIC X(20).
       01 WS-HOLD-OVERFLOW     PIC 9(5) VALUE ZERO.
       01 WS-HOLD-FOUND        PIC X VALUE "N".
           88 REFUND-ON-HOLD   VALUE "Y" FALSE "N".
       01 WS-HOLD-REASON       PIC X(20) VALUE SPACES.

      *> Students already sent a refund check by an earlier run
      *> today, off the run date's "D" lines on INVOICE.DAT.
       01 WS-PAID-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-PAID-SUB          PIC 9(3) VALUE ZERO.
       01 WS-PAID-TABLE-AREA.
           02 WS-PD-ID OCCURS 500 TIMES PIC 9(7).
       01 WS-PAID-OVERFLOW     PIC 9(5) VALUE ZERO.
       01 WS-PAID-FOUND        PIC X VALUE "N".
           88 REFUNDED-TODAY   VALUE "Y" FALSE "N".

       01 WS-CHECKS-SWITCH     PIC X VALUE "N".
           88 CHECKS-STOPPED   VALUE "Y".

       01 WS-STUDENT-NAME      PIC X(21) VALUE SPACES.
       01 WS-ON-MASTER         PIC X VALUE "N".
           88 PAYEE-ON-MASTER  VALUE "Y" FALSE "N".
       01 WS-CREDIT            PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-NO          PIC 9(8) VALUE ZERO.
       01 WS-ACCOUNT-NO        PIC X(12) VALUE SPACES.
       01 WS-DISPOSITION       PIC X(32) VALUE SPACES.

       01 WS-CREDIT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-ISSUED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ISSUED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01 REFUND-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-CHECK-NO      PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-CREDIT        PIC $$,$$$,$$9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-AMOUNT        PIC $$,$$$,$$9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-DISPOSITION   PIC X(32).
           02 FILLER           PIC X(23) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Refund-Disburse run date [" Y2KDate "]"

           OPEN INPUT AR-LEDGER-FILE
           IF AR-LEDGER-STATUS NOT = "00"
               DISPLAY "ARLEDGER.DAT: status " AR-LEDGER-STATUS
                   " - run Ar-Post first, no credit balances to pay"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Get-Refund-Minimum
           PERFORM Load-Refund-Holds
           PERFORM Load-Todays-Refunds

           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM Open-Refund-Outputs
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "REFUND CHECK REGISTER" TO RH-TITLE
           MOVE "RFNDDISB" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " CHECK-NO STUD-ID NAME                 " &
               "        CREDIT  CHECK AMOUNT  INVOICE  DISPOSITION"
               TO RH-COLUMN-HEADS
           PERFORM Read-Ledger-Row
           PERFORM UNTIL END-OF-LEDGER
               IF ARL-STUDENT-ID NUMERIC AND ARL-BALANCE NUMERIC
               AND ARL-BALANCE < ZERO
                   PERFORM Disburse-One-Credit
               END-IF
               PERFORM Read-Ledger-Row
           END-PERFORM
           IF WS-CREDIT-COUNT = ZERO
               MOVE "  (no credit balances)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Register-Totals
           CLOSE PRINT-REPORT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE REFUND-HISTORY-FILE
           CLOSE INVOICE-FILE
           CLOSE AR-LEDGER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER-FILE
           END-IF

           DISPLAY "Refund-Disburse: " WS-ISSUED-COUNT
               " checks issued (" WS-ISSUED-TOTAL "), "
               WS-SKIPPED-COUNT " credit balances skipped"
           IF CHECKS-STOPPED
               DISPLAY "Refund-Disburse: checks stopped -"
                   " remaining refunds NOT ISSUED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       Read-Ledger-Row.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ.

      *> One optional card: the smallest credit worth a check.
       Get-Refund-Minimum.
           OPEN INPUT REFUND-CONTROL-FILE
           IF REFUND-CONTROL-STATUS = "00"
               READ REFUND-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RFC-MINIMUM NUMERIC
                           MOVE RFC-MINIMUM TO WS-REFUND-MINIMUM
                       END-IF
               END-READ
               CLOSE REFUND-CONTROL-FILE
           END-IF
           DISPLAY "Refund-Disburse: minimum refund "
               WS-REFUND-MINIMUM.

       Load-Refund-Holds.
           OPEN INPUT REFUND-HOLD-FILE
           IF REFUND-HOLD-STATUS = "00"
               PERFORM Read-Refund-Hold
               PERFORM UNTIL END-OF-HOLDS
                   IF RFH-STUDENT-ID NUMERIC
                       IF WS-HOLD-COUNT < 200
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE RFH-STUDENT-ID
                               TO WS-HD-ID (WS-HOLD-COUNT)
                           MOVE RFH-REASON
                               TO WS-HD-REASON (WS-HOLD-COUNT)
                       ELSE
                           ADD 1 TO WS-HOLD-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Refund-Hold
               END-PERFORM
               CLOSE REFUND-HOLD-FILE
           END-IF
      *> A hold that does not fit must not turn into a check.
           IF WS-HOLD-OVERFLOW > ZERO
               DISPLAY "REFHOLD.DAT: " WS-HOLD-OVERFLOW " holds past "
                   "the 200 tracked - NO CHECKS CUT; trim the list"
               SET CHECKS-STOPPED TO TRUE
           END-IF.

       Read-Refund-Hold.
           READ REFUND-HOLD-FILE
               AT END
                   SET END-OF-HOLDS TO TRUE
           END-READ.

       Load-Todays-Refunds.
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS = "00"
               PERFORM Read-Invoice
               PERFORM UNTIL END-OF-INVOICES
                   IF INV-IS-REFUND
                   AND INV-RUN-DATE NUMERIC
                   AND INV-RUN-DATE = Y2KDate
                       IF WS-PAID-COUNT < 500
                           ADD 1 TO WS-PAID-COUNT
                           MOVE INV-STUDENT-ID
                               TO WS-PD-ID (WS-PAID-COUNT)
                       ELSE
                           ADD 1 TO WS-PAID-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Invoice
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF
           IF WS-PAID-OVERFLOW > ZERO
               DISPLAY "INVOICE.DAT: " WS-PAID-OVERFLOW " of today's"
                   " refunds past the 500 tracked - NO CHECKS CUT"
               SET CHECKS-STOPPED TO TRUE
           END-IF.

       Read-Invoice.
           READ INVOICE-FILE
               AT END
                   SET END-OF-INVOICES TO TRUE
           END-READ.

       Open-Refund-Outputs.
           OPEN EXTEND INVOICE-FILE
           IF INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN EXTEND INVOICE-FILE
           END-IF
           OPEN EXTEND REFUND-HISTORY-FILE
           IF REFUND-HISTORY-STATUS = "35"
               OPEN OUTPUT REFUND-HISTORY-FILE
               CLOSE REFUND-HISTORY-FILE
               OPEN EXTEND REFUND-HISTORY-FILE
           END-IF
           OPEN EXTEND POSITIVE-PAY-FILE
           IF POSITIVE-PAY-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
               CLOSE POSITIVE-PAY-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
           END-IF.

      *> Every credit balance prints, paid or not; the skips run
      *> in the order the bursar would ask about them.
       Disburse-One-Credit.
           ADD 1 TO WS-CREDIT-COUNT
           COMPUTE WS-CREDIT = ZERO - ARL-BALANCE
           ADD WS-CREDIT TO WS-CREDIT-TOTAL
           MOVE ZERO TO WS-CHECK-NO
           MOVE ZERO TO INV-INVOICE-NO
           MOVE SPACES TO WS-DISPOSITION
           PERFORM Find-Refund-Payee
           PERFORM Find-Refund-Hold
           PERFORM Find-Todays-Refund
           EVALUATE TRUE
               WHEN WS-CREDIT < WS-REFUND-MINIMUM
                   MOVE "BELOW MINIMUM" TO WS-DISPOSITION
               WHEN REFUND-ON-HOLD
                   STRING "ON HOLD - " WS-HOLD-REASON
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN REFUNDED-TODAY
                   MOVE "ALREADY REFUNDED TODAY" TO WS-DISPOSITION
               WHEN NOT PAYEE-ON-MASTER
                   MOVE "NOT ON MASTER - SEE BURSAR"
                       TO WS-DISPOSITION
               WHEN WS-CREDIT > WS-CHECK-LIMIT
                   MOVE "OVER CHECK LIMIT - MANUAL"
                       TO WS-DISPOSITION
               WHEN CHECKS-STOPPED
                   MOVE "NOT ISSUED - SEE RUN LOG"
                       TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM Issue-Refund-Check
           END-EVALUATE
           IF WS-CHECK-NO = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               ADD WS-CREDIT TO WS-SKIPPED-TOTAL
           END-IF
           PERFORM Print-Refund-Line.

       Find-Refund-Payee.
           MOVE "(not on master)" TO WS-STUDENT-NAME
           SET PAYEE-ON-MASTER TO FALSE
           IF STUDENT-MASTER-STATUS = "00"
               MOVE ARL-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STM-STUDENT-NAME TO WS-STUDENT-NAME
                       SET PAYEE-ON-MASTER TO TRUE
               END-READ
           END-IF.

       Find-Refund-Hold.
           SET REFUND-ON-HOLD TO FALSE
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR REFUND-ON-HOLD
               IF WS-HD-ID (WS-HOLD-SUB) = ARL-STUDENT-ID
                   SET REFUND-ON-HOLD TO TRUE
                   MOVE WS-HD-REASON (WS-HOLD-SUB) TO WS-HOLD-REASON
               END-IF
           END-PERFORM.

       Find-Todays-Refund.
           SET REFUNDED-TODAY TO FALSE
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
               UNTIL WS-PAID-SUB > WS-PAID-COUNT
                  OR REFUNDED-TODAY
               IF WS-PD-ID (WS-PAID-SUB) = ARL-STUDENT-ID
                   SET REFUNDED-TODAY TO TRUE
               END-IF
           END-PERFORM.

      *> The check number comes first: no number, no check, and
      *> nothing posts for it. Once the counter fails it is not
      *> asked again this run.
       Issue-Refund-Check.
           CALL "NEXT-CHECK-NO" USING WS-CHECK-NO WS-ACCOUNT-NO
           IF WS-CHECK-NO = ZERO
               SET CHECKS-STOPPED TO TRUE
               MOVE "NOT ISSUED - NO CHECK NUMBER" TO WS-DISPOSITION
           ELSE
               MOVE SPACES TO INVOICE-RECORD
               MOVE Y2KDate TO INV-RUN-DATE
               MOVE ARL-STUDENT-ID TO INV-STUDENT-ID
               MOVE WS-STUDENT-NAME TO INV-STUDENT-NAME
               MOVE ZERO TO INV-COURSE-COUNT
               MOVE WS-CREDIT TO INV-TUITION
               MOVE ZERO TO INV-TAXABLE
               MOVE "D" TO INV-LINE-TYPE
               CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
               WRITE INVOICE-RECORD
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE WS-ACCOUNT-NO   TO PP-ACCOUNT-NO
               MOVE WS-CHECK-NO     TO PP-CHECK-NO
               MOVE Y2KDate         TO PP-ISSUE-DATE
               MOVE WS-CREDIT       TO PP-AMOUNT
               SET PP-IS-ISSUE TO TRUE
               MOVE WS-STUDENT-NAME TO PP-PAYEE-NAME
               MOVE "SREF"          TO PP-ADDL-DATA
               WRITE POSITIVE-PAY-RECORD
               MOVE SPACES TO REFUND-HISTORY-RECORD
               MOVE Y2KDate         TO RFD-RUN-DATE
               MOVE WS-CHECK-NO     TO RFD-CHECK-NO
               MOVE WS-ACCOUNT-NO   TO RFD-ACCOUNT-NO
               MOVE ARL-STUDENT-ID  TO RFD-STUDENT-ID
               MOVE WS-STUDENT-NAME TO RFD-PAYEE-NAME
               MOVE WS-CREDIT       TO RFD-AMOUNT
               MOVE INV-INVOICE-NO  TO RFD-INVOICE-NO
               WRITE REFUND-HISTORY-RECORD
               ADD 1 TO WS-ISSUED-COUNT
               ADD WS-CREDIT TO WS-ISSUED-TOTAL
               MOVE "CHECK ISSUED" TO WS-DISPOSITION
           END-IF.

       Print-Refund-Line.
           MOVE SPACES TO REFUND-LINE
           IF WS-CHECK-NO NOT = ZERO
               MOVE WS-CHECK-NO TO RL-CHECK-NO
               MOVE WS-CREDIT TO RL-AMOUNT
               MOVE INV-INVOICE-NO TO RL-INVOICE-NO
           END-IF
           MOVE ARL-STUDENT-ID TO RL-STUDENT-ID
           MOVE WS-STUDENT-NAME TO RL-STUDENT-NAME
           MOVE WS-CREDIT TO RL-CREDIT
           MOVE WS-DISPOSITION TO RL-DISPOSITION
           MOVE REFUND-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Register-Totals.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO REFUND-LINE
           MOVE "*** CHECKS ISSUED ***" TO RL-STUDENT-NAME
           MOVE WS-ISSUED-TOTAL TO RL-AMOUNT
           MOVE REFUND-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO REFUND-LINE
           MOVE "*** NOT PAID ***" TO RL-STUDENT-NAME
           MOVE WS-SKIPPED-TOTAL TO RL-CREDIT
           MOVE REFUND-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO REFUND-LINE
           MOVE "*** ALL CREDITS ***" TO RL-STUDENT-NAME
           MOVE WS-CREDIT-TOTAL TO RL-CREDIT
           MOVE REFUND-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Credit balances " WS-CREDIT-COUNT
               "   checks issued " WS-ISSUED-COUNT
               "   not paid " WS-SKIPPED-COUNT
               "   minimum " WS-REFUND-MINIMUM
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Refund-Disburse.
