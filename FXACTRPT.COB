       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fx-Activity.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Monthly foreign-currency payment activity, per currency,
      *> for the bursar and the controller. Ar-Post converts a
      *> payment made in another currency at the rate in force on
      *> its pay date and keeps the currency, the amount sent, the
      *> converted base amount and the dollars the bank credited
      *> on PAYMENTS.DAT; this pass reads the register for one
      *> calendar month of postings and prints FXACT.RPT:
      *>   - every foreign-currency payment and returned-check
      *>     reversal posted in the month, grouped by currency, with
      *>     the effective rate (converted amount over amount sent)
      *>     and the exchange gain or loss - what the bank credited
      *>     less the converted amount; a reversal prints negative,
      *>     since it takes its payment back;
      *>   - a total per currency: payments and reversals, the net
      *>     amount received in the currency, converted and banked,
      *>     and the month's gains, losses and net;
      *>   - the month's gains, losses and net across currencies,
      *>     which is what Gl-Extract posted under ARFXGAIN over the
      *>     month's nights.
      *> The FXRPTCTL.DAT card names the year and month; with no
      *> card the report is for the month just ended. An
      *> unreadable card or a month not yet begun ends
      *> RETURN-CODE 8 with nothing printed. Run on demand at
      *> month end; a month with no foreign payments prints an
      *> empty report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-CONTROL-FILE ASSIGN TO "FXRPTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-CONTROL-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "FXACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-CONTROL-FILE.
       01  FX-CONTROL-RECORD.
           02  FXC-YEAR            PIC 9(4).
           02  FILLER              PIC X(1).
           02  FXC-MONTH           PIC 99.

       FD  PAYMENTS-FILE.
           COPY PAYMENTS.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 FX-CONTROL-STATUS    PIC XX.
       01 PAYMENTS-STATUS      PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-PAYMENTS-EOF      PIC X VALUE "N".
           88 END-OF-PAYMENTS  VALUE "Y".
       01 WS-CARD-VALID        PIC X VALUE "Y".
           88 CARD-IS-VALID    VALUE "Y" FALSE "N".

      *> The report month and today's, as YYYYMM.
       01 WS-RPT-YEAR          PIC 9(4) VALUE ZERO.
       01 WS-RPT-MONTH         PIC 99 VALUE ZERO.
       01 WS-RPT-KEY           PIC 9(6) VALUE ZERO.
       01 WS-CUR-KEY           PIC 9(6) VALUE ZERO.
       01 WS-ROW-KEY           PIC 9(6) VALUE ZERO.

      *> The month's foreign-currency rows, held for printing in
      *> currency order; the totals below are kept whether or not
      *> a row found room here.
       01 WS-PM-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-PM-SUB            PIC 9(4) VALUE ZERO.
       01 WS-PM-LIMIT          PIC 9(4) VALUE 2000.
       01 WS-PM-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-PM-TABLE-AREA.
           02 WS-PM-ENTRY OCCURS 2000 TIMES.
               03 WS-PM-CURRENCY   PIC X(3).
               03 WS-PM-RUN-DATE   PIC 9(8).
               03 WS-PM-PAY-DATE   PIC 9(8).
               03 WS-PM-ID         PIC 9(7).
               03 WS-PM-REF        PIC X(8).
               03 WS-PM-RETURNED   PIC X.
               03 WS-PM-FOREIGN    PIC 9(7)V99.
               03 WS-PM-BASE       PIC 9(5)V99.
               03 WS-PM-BANK       PIC 9(5)V99.

      *> One slot per currency seen, kept in currency-code order.
       01 WS-CY-COUNT          PIC 99 VALUE ZERO.
       01 WS-CY-SUB            PIC 99 VALUE ZERO.
       01 WS-CY-MOVE-SUB       PIC 99 VALUE ZERO.
       01 WS-CY-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-CY-FOUND          PIC X VALUE "N".
           88 CURRENCY-FOUND   VALUE "Y" FALSE "N".
       01 WS-CY-PLACED         PIC X VALUE "N".
           88 CURRENCY-PLACED  VALUE "Y" FALSE "N".
       01 WS-CY-TABLE-AREA.
           02 WS-CY-ENTRY OCCURS 30 TIMES.
               03 WS-CY-CURRENCY   PIC X(3).
               03 WS-CY-PAYMENTS   PIC 9(5).
               03 WS-CY-RETURNS    PIC 9(5).
               03 WS-CY-FOREIGN    PIC S9(9)V99.
               03 WS-CY-BASE       PIC S9(9)V99.
               03 WS-CY-BANK       PIC S9(9)V99.
               03 WS-CY-GAINS      PIC 9(9)V99.
               03 WS-CY-LOSSES     PIC 9(9)V99.
       01 WS-NEW-CODE          PIC X(3).

      *> One row's signed figures, and the month across currencies.
       01 WS-ROW-FOREIGN       PIC S9(9)V99 VALUE ZERO.
       01 WS-ROW-BASE          PIC S9(9)V99 VALUE ZERO.
       01 WS-ROW-BANK          PIC S9(9)V99 VALUE ZERO.
       01 WS-ROW-DIFFERENCE    PIC S9(9)V99 VALUE ZERO.
       01 WS-EFFECTIVE-RATE    PIC 9(3)V9(6) VALUE ZERO.
       01 WS-FX-ROW-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-MONTH-BASE        PIC S9(9)V99 VALUE ZERO.
       01 WS-MONTH-BANK        PIC S9(9)V99 VALUE ZERO.
       01 WS-MONTH-GAINS       PIC 9(9)V99 VALUE ZERO.
       01 WS-MONTH-LOSSES      PIC 9(9)V99 VALUE ZERO.
       01 WS-MONTH-NET         PIC S9(9)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT       PIC $$$,$$$,$$9.99-.

       01 DL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 DL-CURRENCY      PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-POSTED        PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-PAY-DATE      PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-REFERENCE     PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-ENTRY         PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-FOREIGN       PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-RATE          PIC ZZ9.999999.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-BASE          PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-BANK          PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 DL-GAIN-LOSS     PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(7)  VALUE SPACES.

       01 TL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 TL-CURRENCY      PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TL-CAPTION       PIC X(42).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TL-FOREIGN       PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TL-RATE          PIC ZZ9.999999.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TL-BASE          PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TL-BANK          PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TL-GAIN-LOSS     PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(7)  VALUE SPACES.

       01 WS-PAYMENTS-EDIT     PIC ZZZZ9.
       01 WS-RETURNS-EDIT      PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Report-Month
           IF NOT CARD-IS-VALID
               DISPLAY "FXRPTCTL.DAT: month [" FXC-YEAR "/" FXC-MONTH
                   "] is not valid or not yet begun - NO REPORT "
                   "PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Fx-Activity for month [" WS-RPT-YEAR "/"
               WS-RPT-MONTH "]"
           PERFORM Load-Month-Payments

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "MONTHLY FOREIGN-CURRENCY ACTIVITY" TO RH-TITLE
           MOVE "FX-ACTIVITY" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " CUR  POSTED    PAY DATE  STUDENT  REFER" &
               "ENCE TYP      FOREIGN AMT    EFF RATE   " &
               "    CONVERTED     BANK CREDIT       GAIN" &
               "/LOSS" TO RH-COLUMN-HEADS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  PAYMENTS POSTED IN " WS-RPT-YEAR "/" WS-RPT-MONTH
               ", CONVERTED AT THE RATE IN FORCE ON THE PAY DATE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-One-Currency
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CY-COUNT
           IF WS-CY-COUNT = ZERO
               MOVE "  (no foreign-currency payments posted this month)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Month-Totals
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           MOVE WS-MONTH-NET TO WS-AMOUNT-EDIT
           DISPLAY "Fx-Activity: " WS-FX-ROW-COUNT " foreign-currency "
               "entries in " WS-CY-COUNT " currencies, net exchange "
               "gain/loss " WS-AMOUNT-EDIT
           STOP RUN.

      *> No card means the month just ended - month end is when the
      *> report is wanted.
       Get-Report-Month.
           SET CARD-IS-VALID TO TRUE
           COMPUTE WS-CUR-KEY = (Y2KYear * 100) + Y2KMonth
           IF Y2KMonth = 1
               COMPUTE WS-RPT-YEAR = Y2KYear - 1
               MOVE 12 TO WS-RPT-MONTH
           ELSE
               MOVE Y2KYear TO WS-RPT-YEAR
               COMPUTE WS-RPT-MONTH = Y2KMonth - 1
           END-IF
           OPEN INPUT FX-CONTROL-FILE
           IF FX-CONTROL-STATUS = "00"
               READ FX-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FXC-YEAR NUMERIC AND FXC-MONTH NUMERIC
                           MOVE FXC-YEAR TO WS-RPT-YEAR
                           MOVE FXC-MONTH TO WS-RPT-MONTH
                       ELSE
                           SET CARD-IS-VALID TO FALSE
                       END-IF
               END-READ
               CLOSE FX-CONTROL-FILE
           END-IF
           COMPUTE WS-RPT-KEY = (WS-RPT-YEAR * 100) + WS-RPT-MONTH
           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
           OR WS-RPT-KEY > WS-CUR-KEY
               SET CARD-IS-VALID TO FALSE
           END-IF.

      *> A payment belongs to the month it posted in, the night
      *> Gl-Extract took its exchange difference; dollar payments
      *> are not this report's business.
       Load-Month-Payments.
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               PERFORM Read-Payment
               PERFORM UNTIL END-OF-PAYMENTS
                   IF PAY-RUN-DATE NUMERIC
                   AND NOT PAY-IN-BASE-CURRENCY
                   AND PAY-AMOUNT NUMERIC
                   AND PAY-FOREIGN-AMOUNT NUMERIC
                   AND PAY-BANK-AMOUNT NUMERIC
                       DIVIDE PAY-RUN-DATE BY 100 GIVING WS-ROW-KEY
                       IF WS-ROW-KEY = WS-RPT-KEY
                           PERFORM Take-Fx-Payment
                       END-IF
                   END-IF
                   PERFORM Read-Payment
               END-PERFORM
               CLOSE PAYMENTS-FILE
           ELSE
               DISPLAY "PAYMENTS.DAT: status " PAYMENTS-STATUS
                   ", no payments on file"
           END-IF.

       Read-Payment.
           READ PAYMENTS-FILE
               AT END
                   SET END-OF-PAYMENTS TO TRUE
           END-READ.

       Take-Fx-Payment.
           PERFORM Find-Currency
           IF CURRENCY-FOUND
               ADD 1 TO WS-FX-ROW-COUNT
               PERFORM Set-Row-Figures
               IF PAY-IS-RETURNED
                   ADD 1 TO WS-CY-RETURNS (WS-CY-SUB)
               ELSE
                   ADD 1 TO WS-CY-PAYMENTS (WS-CY-SUB)
               END-IF
               ADD WS-ROW-FOREIGN TO WS-CY-FOREIGN (WS-CY-SUB)
               ADD WS-ROW-BASE TO WS-CY-BASE (WS-CY-SUB)
               ADD WS-ROW-BANK TO WS-CY-BANK (WS-CY-SUB)
               IF WS-ROW-DIFFERENCE > ZERO
                   ADD WS-ROW-DIFFERENCE TO WS-CY-GAINS (WS-CY-SUB)
               ELSE
                   SUBTRACT WS-ROW-DIFFERENCE
                       FROM WS-CY-LOSSES (WS-CY-SUB)
               END-IF
               IF WS-PM-COUNT < WS-PM-LIMIT
                   ADD 1 TO WS-PM-COUNT
                   MOVE PAY-CURRENCY-CODE
                       TO WS-PM-CURRENCY (WS-PM-COUNT)
                   MOVE PAY-RUN-DATE TO WS-PM-RUN-DATE (WS-PM-COUNT)
                   MOVE PAY-PAY-DATE TO WS-PM-PAY-DATE (WS-PM-COUNT)
                   MOVE PAY-STUDENT-ID TO WS-PM-ID (WS-PM-COUNT)
                   MOVE PAY-REFERENCE TO WS-PM-REF (WS-PM-COUNT)
                   MOVE PAY-ENTRY-TYPE TO WS-PM-RETURNED (WS-PM-COUNT)
                   MOVE PAY-FOREIGN-AMOUNT
                       TO WS-PM-FOREIGN (WS-PM-COUNT)
                   MOVE PAY-AMOUNT TO WS-PM-BASE (WS-PM-COUNT)
                   MOVE PAY-BANK-AMOUNT TO WS-PM-BANK (WS-PM-COUNT)
               ELSE
                   ADD 1 TO WS-PM-OVERFLOW
               END-IF
           END-IF.

      *> A reversal takes its payment back, so its figures count
      *> against the payment's.
       Set-Row-Figures.
           MOVE PAY-FOREIGN-AMOUNT TO WS-ROW-FOREIGN
           MOVE PAY-AMOUNT TO WS-ROW-BASE
           MOVE PAY-BANK-AMOUNT TO WS-ROW-BANK
           IF PAY-IS-RETURNED
               COMPUTE WS-ROW-FOREIGN = ZERO - WS-ROW-FOREIGN
               COMPUTE WS-ROW-BASE = ZERO - WS-ROW-BASE
               COMPUTE WS-ROW-BANK = ZERO - WS-ROW-BANK
           END-IF
           COMPUTE WS-ROW-DIFFERENCE = WS-ROW-BANK - WS-ROW-BASE.

      *> Finds the payment's currency, or opens a slot for it in
      *> currency-code order.
       Find-Currency.
           SET CURRENCY-FOUND TO FALSE
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CY-COUNT
                  OR CURRENCY-FOUND
               IF WS-CY-CURRENCY (WS-CY-SUB) = PAY-CURRENCY-CODE
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF CURRENCY-FOUND
               SUBTRACT 1 FROM WS-CY-SUB
           ELSE
               IF WS-CY-COUNT < 30
                   PERFORM Place-Currency
                   SET CURRENCY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CY-OVERFLOW
               END-IF
           END-IF.

       Place-Currency.
           MOVE PAY-CURRENCY-CODE TO WS-NEW-CODE
           SET CURRENCY-PLACED TO FALSE
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CY-COUNT
                  OR CURRENCY-PLACED
               IF WS-CY-CURRENCY (WS-CY-SUB) > WS-NEW-CODE
                   SET CURRENCY-PLACED TO TRUE
               END-IF
           END-PERFORM
           IF CURRENCY-PLACED
               SUBTRACT 1 FROM WS-CY-SUB
           END-IF
           PERFORM VARYING WS-CY-MOVE-SUB FROM WS-CY-COUNT BY -1
               UNTIL WS-CY-MOVE-SUB < WS-CY-SUB
               MOVE WS-CY-ENTRY (WS-CY-MOVE-SUB)
                   TO WS-CY-ENTRY (WS-CY-MOVE-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-CODE TO WS-CY-CURRENCY (WS-CY-SUB)
           MOVE ZERO TO WS-CY-PAYMENTS (WS-CY-SUB)
           MOVE ZERO TO WS-CY-RETURNS (WS-CY-SUB)
           MOVE ZERO TO WS-CY-FOREIGN (WS-CY-SUB)
           MOVE ZERO TO WS-CY-BASE (WS-CY-SUB)
           MOVE ZERO TO WS-CY-BANK (WS-CY-SUB)
           MOVE ZERO TO WS-CY-GAINS (WS-CY-SUB)
           MOVE ZERO TO WS-CY-LOSSES (WS-CY-SUB)
           ADD 1 TO WS-CY-COUNT.

       Print-One-Currency.
           PERFORM Print-Fx-Payment
               VARYING WS-PM-SUB FROM 1 BY 1
               UNTIL WS-PM-SUB > WS-PM-COUNT
           MOVE SPACES TO TL-LINE
           MOVE WS-CY-CURRENCY (WS-CY-SUB) TO TL-CURRENCY
           MOVE WS-CY-PAYMENTS (WS-CY-SUB) TO WS-PAYMENTS-EDIT
           MOVE WS-CY-RETURNS (WS-CY-SUB) TO WS-RETURNS-EDIT
           STRING "TOTAL " WS-PAYMENTS-EDIT " PAYMENTS, "
               WS-RETURNS-EDIT " RETURNED"
               DELIMITED BY SIZE INTO TL-CAPTION
           MOVE WS-CY-FOREIGN (WS-CY-SUB) TO TL-FOREIGN
           MOVE ZERO TO WS-EFFECTIVE-RATE
           IF WS-CY-FOREIGN (WS-CY-SUB) > ZERO
               COMPUTE WS-EFFECTIVE-RATE ROUNDED =
                   WS-CY-BASE (WS-CY-SUB) / WS-CY-FOREIGN (WS-CY-SUB)
           END-IF
           MOVE WS-EFFECTIVE-RATE TO TL-RATE
           MOVE WS-CY-BASE (WS-CY-SUB) TO TL-BASE
           MOVE WS-CY-BANK (WS-CY-SUB) TO TL-BANK
           COMPUTE WS-ROW-DIFFERENCE = WS-CY-GAINS (WS-CY-SUB)
               - WS-CY-LOSSES (WS-CY-SUB)
           MOVE WS-ROW-DIFFERENCE TO TL-GAIN-LOSS
           MOVE TL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CY-GAINS (WS-CY-SUB) TO WS-AMOUNT-EDIT
           STRING "        GAINS " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-CY-LOSSES (WS-CY-SUB) TO WS-AMOUNT-EDIT
           STRING "   LOSSES " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE (30:)
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           ADD WS-CY-BASE (WS-CY-SUB) TO WS-MONTH-BASE
           ADD WS-CY-BANK (WS-CY-SUB) TO WS-MONTH-BANK
           ADD WS-CY-GAINS (WS-CY-SUB) TO WS-MONTH-GAINS
           ADD WS-CY-LOSSES (WS-CY-SUB) TO WS-MONTH-LOSSES.

       Print-Fx-Payment.
           IF WS-PM-CURRENCY (WS-PM-SUB) = WS-CY-CURRENCY (WS-CY-SUB)
               MOVE SPACES TO DL-LINE
               MOVE WS-PM-CURRENCY (WS-PM-SUB) TO DL-CURRENCY
               MOVE WS-PM-RUN-DATE (WS-PM-SUB) TO DL-POSTED
               MOVE WS-PM-PAY-DATE (WS-PM-SUB) TO DL-PAY-DATE
               MOVE WS-PM-ID (WS-PM-SUB) TO DL-STUDENT-ID
               MOVE WS-PM-REF (WS-PM-SUB) TO DL-REFERENCE
               MOVE WS-PM-FOREIGN (WS-PM-SUB) TO WS-ROW-FOREIGN
               MOVE WS-PM-BASE (WS-PM-SUB) TO WS-ROW-BASE
               MOVE WS-PM-BANK (WS-PM-SUB) TO WS-ROW-BANK
               MOVE ZERO TO WS-EFFECTIVE-RATE
               IF WS-ROW-FOREIGN > ZERO
                   COMPUTE WS-EFFECTIVE-RATE ROUNDED =
                       WS-ROW-BASE / WS-ROW-FOREIGN
               END-IF
               IF WS-PM-RETURNED (WS-PM-SUB) = "R"
                   MOVE "RET" TO DL-ENTRY
                   COMPUTE WS-ROW-FOREIGN = ZERO - WS-ROW-FOREIGN
                   COMPUTE WS-ROW-BASE = ZERO - WS-ROW-BASE
                   COMPUTE WS-ROW-BANK = ZERO - WS-ROW-BANK
               ELSE
                   MOVE "PAY" TO DL-ENTRY
               END-IF
               COMPUTE WS-ROW-DIFFERENCE = WS-ROW-BANK - WS-ROW-BASE
               MOVE WS-ROW-FOREIGN TO DL-FOREIGN
               MOVE WS-EFFECTIVE-RATE TO DL-RATE
               MOVE WS-ROW-BASE TO DL-BASE
               MOVE WS-ROW-BANK TO DL-BANK
               MOVE WS-ROW-DIFFERENCE TO DL-GAIN-LOSS
               MOVE DL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

      *> Converted and banked add across currencies; the amounts
      *> sent do not, so the month's line leaves them out.
       Print-Month-Totals.
           COMPUTE WS-MONTH-NET = WS-MONTH-GAINS - WS-MONTH-LOSSES
           MOVE SPACES TO TL-LINE
           MOVE "ALL CURRENCIES" TO TL-CAPTION
           MOVE WS-MONTH-BASE TO TL-BASE
           MOVE WS-MONTH-BANK TO TL-BANK
           MOVE WS-MONTH-NET TO TL-GAIN-LOSS
           MOVE TL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MONTH-GAINS TO WS-AMOUNT-EDIT
           STRING "  EXCHANGE GAINS FOR THE MONTH     " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MONTH-LOSSES TO WS-AMOUNT-EDIT
           STRING "  EXCHANGE LOSSES FOR THE MONTH    " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MONTH-NET TO WS-AMOUNT-EDIT
           STRING "  NET GAIN/LOSS, POSTED AS ARFXGAIN " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-PM-OVERFLOW > ZERO OR WS-CY-OVERFLOW > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  PAST THE TABLE LIMITS: " WS-PM-OVERFLOW
                   " ENTRIES COUNTED BUT NOT LISTED, " WS-CY-OVERFLOW
                   " IN CURRENCIES PAST THE 30 TRACKED NOT COUNTED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
