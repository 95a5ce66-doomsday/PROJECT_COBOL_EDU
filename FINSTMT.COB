       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fin-Stmt.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Monthly financial statements off the in-house ledger.
      *> Gl-Ledger's trial balance is a list of account numbers;
      *> with the chart of accounts (GLCOA.DAT) saying what each
      *> account is and which statement line it rolls up to, the
      *> GLLEDG.DAT balances print as statements the controller
      *> can sign:
      *>   - the income statement: revenue and expense by
      *>     statement line for the period, the year to date, and
      *>     the same period and year to date of the prior fiscal
      *>     year alongside, down to net income;
      *>   - the balance sheet at the period end: assets,
      *>     liabilities and equity by line, with the revenue and
      *>     expense not yet closed to retained earnings carried
      *>     in equity as earnings not yet closed, proved assets
      *>     against liabilities plus equity;
      *>   - the tie-out: the ledger's trial balance totals
      *>     through the period against the debits and credits
      *>     of the accounts the statements carry. An account on
      *>     the ledger but not on the chart lists by name, since
      *>     its balance is on the trial balance and on neither
      *>     statement.
      *> Once Year-Close has closed a year (GLYRCLS.DAT), the
      *> balance sheet and trial balance start from the next
      *> year's period 00 opening rows, which carry everything
      *> before them; the income statement reads only the twelve
      *> fiscal months, never the closing entry in period 13.
      *> Amounts print the way each statement reads them: assets
      *> and expenses debit-positive, liabilities, equity and
      *> revenue credit-positive, so a contra account (normal
      *> balance the other way) prints negative on its line.
      *> The FINSTCTL.DAT card names the fiscal year and period;
      *> with no card the statements are for the period just
      *> ended. An unreadable card or a period past the current
      *> one ends RETURN-CODE 8 with nothing printed; a balance
      *> sheet that does not prove, an out-of-balance ledger or
      *> statements that do not tie to it end RETURN-CODE 4.
      *> Run on demand at month end, after the period's journal
      *> entries have posted.
      *> 15 Oct 2026 MK - Balances start from the period 00 opening rows
      *> of the year after the last year Year-Close closed
      *> (GLYRCLS.DAT); the income columns leave out the period 13
      *> closing entry.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CHART-STATUS.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLL-LEDGER-KEY
               FILE STATUS IS GL-LEDGER-STATUS.

           SELECT GL-YEAR-CLOSE-FILE ASSIGN TO "GLYRCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-YEAR-CLOSE-STATUS.

           SELECT STMT-CONTROL-FILE ASSIGN TO "FINSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-CONTROL-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "FINSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GLCOA.

           COPY GLLEDG.

           COPY GLYRCLS.

       FD  STMT-CONTROL-FILE.
       01  STMT-CONTROL-RECORD.
           02  FSC-FISCAL-YEAR     PIC 9(4).
           02  FILLER              PIC X(1).
           02  FSC-FISCAL-PERIOD   PIC 99.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 GL-CHART-STATUS      PIC XX.
       01 GL-LEDGER-STATUS     PIC XX.
       01 STMT-CONTROL-STATUS  PIC XX.
       01 GL-YEAR-CLOSE-STATUS PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-CHART-EOF         PIC X VALUE "N".
           88 END-OF-CHART     VALUE "Y".
       01 WS-LEDGER-EOF        PIC X VALUE "N".
           88 END-OF-LEDGER    VALUE "Y" FALSE "N".
       01 WS-YEAR-CLOSE-EOF    PIC X VALUE "N".
           88 END-OF-YEAR-CLOSES VALUE "Y".

      *> Fiscal year starts 01 July, the same derivation
      *> Gl-Ledger carries.
       01 WS-PD-YEAR           PIC 9(4).
       01 WS-PD-MMDD           PIC 9(4).
       01 WS-PD-MONTH          PIC 99.
       01 WS-PD-DAY            PIC 99.
       01 WS-CUR-FY            PIC 9(4) VALUE ZERO.
       01 WS-CUR-PD            PIC 99 VALUE ZERO.
       01 WS-CUR-KEY           PIC 9(6) VALUE ZERO.
       01 WS-STMT-FY           PIC 9(4) VALUE ZERO.
       01 WS-STMT-PD           PIC 99 VALUE ZERO.
       01 WS-STMT-KEY          PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-FY          PIC 9(4) VALUE ZERO.
       01 WS-ROW-KEY           PIC 9(6) VALUE ZERO.
      *> The year the balances start from: the one after the last
      *> year closed before the statement year, whose period 00
      *> rows open it; zero while no year has closed.
       01 WS-OPENING-FY        PIC 9(4) VALUE ZERO.
       01 WS-CARD-VALID        PIC X VALUE "Y".
           88 CARD-IS-VALID    VALUE "Y" FALSE "N".

      *> The chart, one slot per account.
       01 WS-CA-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CA-SUB            PIC 9(3) VALUE ZERO.
       01 WS-CA-TABLE-AREA.
           02 WS-CA-ENTRY OCCURS 500 TIMES.
               03 WS-CA-ACCOUNT    PIC X(8).
               03 WS-CA-TYPE       PIC X.
               03 WS-CA-LINE-NO    PIC 9(3).
       01 WS-CA-FOUND          PIC X VALUE "N".
           88 CHART-ACCOUNT-FOUND VALUE "Y" FALSE "N".

      *> One slot per statement line, addressed by line number.
      *> Amounts are held debit-positive (debits less credits) and
      *> turned round for printing where the statement reads
      *> credit-positive.
       01 WS-LN-SUB            PIC 9(3) VALUE ZERO.
       01 WS-LN-TABLE-AREA.
           02 WS-LN-ENTRY OCCURS 999 TIMES.
               03 WS-LN-USED       PIC X.
               03 WS-LN-TYPE       PIC X.
               03 WS-LN-CAPTION    PIC X(24).
               03 WS-LN-PERIOD     PIC S9(13)V99.
               03 WS-LN-YTD        PIC S9(13)V99.
               03 WS-LN-PY-PERIOD  PIC S9(13)V99.
               03 WS-LN-PY-YTD     PIC S9(13)V99.
               03 WS-LN-BALANCE    PIC S9(13)V99.

      *> Ledger accounts with no chart row.
       01 WS-UC-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-UC-SUB            PIC 9(3) VALUE ZERO.
       01 WS-UC-TABLE-AREA.
           02 WS-UC-ENTRY OCCURS 100 TIMES.
               03 WS-UC-ACCOUNT    PIC X(8).
               03 WS-UC-BALANCE    PIC S9(13)V99.
       01 WS-UC-FOUND          PIC X VALUE "N".
           88 UNCHARTED-FOUND  VALUE "Y" FALSE "N".
       01 WS-UC-OVERFLOW       PIC 9(5) VALUE ZERO.

       01 WS-ROW-NET           PIC S9(13)V99 VALUE ZERO.
       01 WS-TB-DEBITS         PIC 9(13)V99 VALUE ZERO.
       01 WS-TB-CREDITS        PIC 9(13)V99 VALUE ZERO.
       01 WS-STMT-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01 WS-STMT-CREDITS      PIC 9(13)V99 VALUE ZERO.

      *> Section totals, printed the way the statement reads.
       01 WS-SEC-TYPE          PIC X VALUE SPACE.
       01 WS-SEC-SIGN          PIC S9 VALUE +1.
       01 WS-SEC-PERIOD        PIC S9(13)V99 VALUE ZERO.
       01 WS-SEC-YTD           PIC S9(13)V99 VALUE ZERO.
       01 WS-SEC-PY-PERIOD     PIC S9(13)V99 VALUE ZERO.
       01 WS-SEC-PY-YTD        PIC S9(13)V99 VALUE ZERO.
       01 WS-SEC-BALANCE       PIC S9(13)V99 VALUE ZERO.
       01 WS-REV-PERIOD        PIC S9(13)V99 VALUE ZERO.
       01 WS-REV-YTD           PIC S9(13)V99 VALUE ZERO.
       01 WS-REV-PY-PERIOD     PIC S9(13)V99 VALUE ZERO.
       01 WS-REV-PY-YTD        PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-ASSETS      PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-LIABILITIES PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-EQUITY      PIC S9(13)V99 VALUE ZERO.
       01 WS-UNCLOSED-EARNINGS PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-L-AND-E     PIC S9(13)V99 VALUE ZERO.
       01 WS-BS-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.

       01 WS-STMT-PROBLEMS     PIC 9(3) VALUE ZERO.

       01 FS-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 FS-CAPTION       PIC X(32).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FS-AMOUNT-1      PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FS-AMOUNT-2      PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FS-AMOUNT-3      PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FS-AMOUNT-4      PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER           PIC X(13) VALUE SPACES.

       01 FS-AMOUNT-EDIT       PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Compute-Current-Period
           PERFORM Get-Statement-Period
           IF NOT CARD-IS-VALID
               DISPLAY "FINSTCTL.DAT: fiscal period [" FSC-FISCAL-YEAR
                   "/" FSC-FISCAL-PERIOD "] is not valid or not yet "
                   "begun - NO STATEMENTS PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PRIOR-FY = WS-STMT-FY - 1
           DISPLAY "Fin-Stmt statements for fiscal period ["
               WS-STMT-FY "/" WS-STMT-PD "]"

           PERFORM Clear-Statement-Lines
           PERFORM Load-Chart
           PERFORM Find-Opening-Year
           OPEN INPUT GL-LEDGER-FILE
           IF GL-LEDGER-STATUS NOT = "00"
               DISPLAY "GLLEDG.DAT: status " GL-LEDGER-STATUS
                   " - NO STATEMENTS PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Accumulate-Ledger
           CLOSE GL-LEDGER-FILE

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "FIN-STMT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           PERFORM Print-Income-Statement
           PERFORM Print-Balance-Sheet
           PERFORM Print-Tie-Out
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           IF WS-STMT-PROBLEMS > ZERO
               DISPLAY "Fin-Stmt: " WS-STMT-PROBLEMS " proof(s) "
                   "failed - see FINSTMT.RPT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Fin-Stmt: statements prove and tie to the "
                   "trial balance"
           END-IF
           STOP RUN.

       Compute-Current-Period.
           DIVIDE Y2KDate BY 10000 GIVING WS-PD-YEAR
               REMAINDER WS-PD-MMDD
           DIVIDE WS-PD-MMDD BY 100 GIVING WS-PD-MONTH
               REMAINDER WS-PD-DAY
           IF WS-PD-MONTH >= 7
               COMPUTE WS-CUR-FY = WS-PD-YEAR + 1
               COMPUTE WS-CUR-PD = WS-PD-MONTH - 6
           ELSE
               MOVE WS-PD-YEAR TO WS-CUR-FY
               COMPUTE WS-CUR-PD = WS-PD-MONTH + 6
           END-IF
           COMPUTE WS-CUR-KEY = (WS-CUR-FY * 100) + WS-CUR-PD.

      *> No card means the period just ended - month-end is when
      *> the statements are wanted.
       Get-Statement-Period.
           SET CARD-IS-VALID TO TRUE
           IF WS-CUR-PD = 1
               COMPUTE WS-STMT-FY = WS-CUR-FY - 1
               MOVE 12 TO WS-STMT-PD
           ELSE
               MOVE WS-CUR-FY TO WS-STMT-FY
               COMPUTE WS-STMT-PD = WS-CUR-PD - 1
           END-IF
           OPEN INPUT STMT-CONTROL-FILE
           IF STMT-CONTROL-STATUS = "00"
               READ STMT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FSC-FISCAL-YEAR NUMERIC
                       AND FSC-FISCAL-PERIOD NUMERIC
                           MOVE FSC-FISCAL-YEAR TO WS-STMT-FY
                           MOVE FSC-FISCAL-PERIOD TO WS-STMT-PD
                       ELSE
                           SET CARD-IS-VALID TO FALSE
                       END-IF
               END-READ
               CLOSE STMT-CONTROL-FILE
           END-IF
           COMPUTE WS-STMT-KEY = (WS-STMT-FY * 100) + WS-STMT-PD
           IF WS-STMT-PD < 1 OR WS-STMT-PD > 12
           OR WS-STMT-KEY > WS-CUR-KEY
               SET CARD-IS-VALID TO FALSE
           END-IF.

       Clear-Statement-Lines.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > 999
               MOVE "N" TO WS-LN-USED (WS-LN-SUB)
               MOVE SPACE TO WS-LN-TYPE (WS-LN-SUB)
               MOVE SPACES TO WS-LN-CAPTION (WS-LN-SUB)
               MOVE ZERO TO WS-LN-PERIOD (WS-LN-SUB)
               MOVE ZERO TO WS-LN-YTD (WS-LN-SUB)
               MOVE ZERO TO WS-LN-PY-PERIOD (WS-LN-SUB)
               MOVE ZERO TO WS-LN-PY-YTD (WS-LN-SUB)
               MOVE ZERO TO WS-LN-BALANCE (WS-LN-SUB)
           END-PERFORM.

      *> Inactive accounts stay in: their history is still on the
      *> ledger and still on the statements.
       Load-Chart.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-STATUS = "00"
               PERFORM Read-Chart-Row
               PERFORM UNTIL END-OF-CHART
                   IF GLC-ACCOUNT NOT = SPACES
                   AND GLC-TYPE-VALID
                   AND GLC-LINE-NO NUMERIC
                   AND GLC-LINE-NO > ZERO
                       IF WS-CA-COUNT < 500
                           ADD 1 TO WS-CA-COUNT
                           MOVE GLC-ACCOUNT
                               TO WS-CA-ACCOUNT (WS-CA-COUNT)
                           MOVE GLC-TYPE TO WS-CA-TYPE (WS-CA-COUNT)
                           MOVE GLC-LINE-NO
                               TO WS-CA-LINE-NO (WS-CA-COUNT)
                           MOVE "Y" TO WS-LN-USED (GLC-LINE-NO)
                           MOVE GLC-TYPE TO WS-LN-TYPE (GLC-LINE-NO)
                           MOVE GLC-LINE-CAPTION
                               TO WS-LN-CAPTION (GLC-LINE-NO)
                       ELSE
                           DISPLAY "GLCOA.DAT: more than 500 "
                               "accounts - " GLC-ACCOUNT " not loaded"
                       END-IF
                   END-IF
                   PERFORM Read-Chart-Row
               END-PERFORM
               CLOSE GL-CHART-FILE
           ELSE
               DISPLAY "GLCOA.DAT: status " GL-CHART-STATUS
                   ", no chart of accounts - every account is "
                   "unclassified"
           END-IF.

       Read-Chart-Row.
           READ GL-CHART-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.

       Find-Opening-Year.
           OPEN INPUT GL-YEAR-CLOSE-FILE
           IF GL-YEAR-CLOSE-STATUS = "00"
               PERFORM Read-Year-Close
               PERFORM UNTIL END-OF-YEAR-CLOSES
                   IF GYC-FISCAL-YEAR NUMERIC
                   AND GYC-FISCAL-YEAR < WS-STMT-FY
                   AND GYC-FISCAL-YEAR >= WS-OPENING-FY
                       COMPUTE WS-OPENING-FY = GYC-FISCAL-YEAR + 1
                   END-IF
                   PERFORM Read-Year-Close
               END-PERFORM
               CLOSE GL-YEAR-CLOSE-FILE
           END-IF.

       Read-Year-Close.
           READ GL-YEAR-CLOSE-FILE
               AT END
                   SET END-OF-YEAR-CLOSES TO TRUE
           END-READ.

       Accumulate-Ledger.
           MOVE LOW-VALUES TO GLL-LEDGER-KEY
           SET END-OF-LEDGER TO FALSE
           START GL-LEDGER-FILE KEY IS NOT LESS THAN GLL-LEDGER-KEY
               INVALID KEY
                   SET END-OF-LEDGER TO TRUE
           END-START
           PERFORM UNTIL END-OF-LEDGER
               READ GL-LEDGER-FILE NEXT
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       PERFORM Accumulate-One-Row
               END-READ
           END-PERFORM.

      *> A row after the statement period touches nothing; the
      *> balance sheet and the trial balance run through the
      *> period end from the opening year on, the income
      *> statement columns pick their own fiscal months out of
      *> the current and prior fiscal years.
       Accumulate-One-Row.
           COMPUTE WS-ROW-KEY =
               (GLL-FISCAL-YEAR * 100) + GLL-FISCAL-PERIOD
           IF WS-ROW-KEY <= WS-STMT-KEY
               COMPUTE WS-ROW-NET = GLL-DEBITS - GLL-CREDITS
               PERFORM Find-Chart-Account
               IF GLL-FISCAL-YEAR >= WS-OPENING-FY
                   ADD GLL-DEBITS TO WS-TB-DEBITS
                   ADD GLL-CREDITS TO WS-TB-CREDITS
                   IF CHART-ACCOUNT-FOUND
                       ADD GLL-DEBITS TO WS-STMT-DEBITS
                       ADD GLL-CREDITS TO WS-STMT-CREDITS
                       MOVE WS-CA-LINE-NO (WS-CA-SUB) TO WS-LN-SUB
                       ADD WS-ROW-NET TO WS-LN-BALANCE (WS-LN-SUB)
                   ELSE
                       PERFORM Note-Uncharted-Account
                   END-IF
               END-IF
               IF CHART-ACCOUNT-FOUND
               AND GLL-FISCAL-PERIOD >= 1
               AND GLL-FISCAL-PERIOD <= 12
                   MOVE WS-CA-LINE-NO (WS-CA-SUB) TO WS-LN-SUB
                   PERFORM Accumulate-Income-Columns
               END-IF
           END-IF.

       Accumulate-Income-Columns.
           IF GLL-FISCAL-YEAR = WS-STMT-FY
               IF GLL-FISCAL-PERIOD = WS-STMT-PD
                   ADD WS-ROW-NET TO WS-LN-PERIOD (WS-LN-SUB)
               END-IF
               ADD WS-ROW-NET TO WS-LN-YTD (WS-LN-SUB)
           END-IF
           IF GLL-FISCAL-YEAR = WS-PRIOR-FY
           AND GLL-FISCAL-PERIOD <= WS-STMT-PD
               IF GLL-FISCAL-PERIOD = WS-STMT-PD
                   ADD WS-ROW-NET TO WS-LN-PY-PERIOD (WS-LN-SUB)
               END-IF
               ADD WS-ROW-NET TO WS-LN-PY-YTD (WS-LN-SUB)
           END-IF.

       Find-Chart-Account.
           SET CHART-ACCOUNT-FOUND TO FALSE
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
                  OR CHART-ACCOUNT-FOUND
               IF WS-CA-ACCOUNT (WS-CA-SUB) = GLL-ACCOUNT
                   SET CHART-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF CHART-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-CA-SUB
           END-IF.

       Note-Uncharted-Account.
           SET UNCHARTED-FOUND TO FALSE
           PERFORM VARYING WS-UC-SUB FROM 1 BY 1
               UNTIL WS-UC-SUB > WS-UC-COUNT
                  OR UNCHARTED-FOUND
               IF WS-UC-ACCOUNT (WS-UC-SUB) = GLL-ACCOUNT
                   SET UNCHARTED-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF UNCHARTED-FOUND
               SUBTRACT 1 FROM WS-UC-SUB
           ELSE
               IF WS-UC-COUNT < 100
                   ADD 1 TO WS-UC-COUNT
                   MOVE WS-UC-COUNT TO WS-UC-SUB
                   MOVE GLL-ACCOUNT TO WS-UC-ACCOUNT (WS-UC-SUB)
                   MOVE ZERO TO WS-UC-BALANCE (WS-UC-SUB)
               ELSE
                   ADD 1 TO WS-UC-OVERFLOW
                   MOVE ZERO TO WS-UC-SUB
               END-IF
           END-IF
           IF WS-UC-SUB > ZERO
               ADD WS-ROW-NET TO WS-UC-BALANCE (WS-UC-SUB)
           END-IF.

      *>----------------------------------------------------------
      *> Income statement
      *>----------------------------------------------------------
       Print-Income-Statement.
           MOVE SPACES TO RH-TITLE
           STRING "INCOME STATEMENT FY " WS-STMT-FY " PERIOD "
               WS-STMT-PD DELIMITED BY SIZE INTO RH-TITLE
           MOVE "   STATEMENT LINE                       " &
               "    THIS PERIOD    PRIOR YEAR PERIOD  " &
               "       YEAR TO DATE       PRIOR YEAR YTD"
               TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE "  REVENUE" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "R" TO WS-SEC-TYPE
           MOVE -1 TO WS-SEC-SIGN
           PERFORM Print-Income-Section
           MOVE "TOTAL REVENUE" TO FS-CAPTION
           PERFORM Print-Income-Total
           MOVE WS-SEC-PERIOD TO WS-REV-PERIOD
           MOVE WS-SEC-YTD TO WS-REV-YTD
           MOVE WS-SEC-PY-PERIOD TO WS-REV-PY-PERIOD
           MOVE WS-SEC-PY-YTD TO WS-REV-PY-YTD
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  EXPENSES" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "X" TO WS-SEC-TYPE
           MOVE +1 TO WS-SEC-SIGN
           PERFORM Print-Income-Section
           MOVE "TOTAL EXPENSES" TO FS-CAPTION
           PERFORM Print-Income-Total
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO FS-LINE
           MOVE "NET INCOME" TO FS-CAPTION
           COMPUTE FS-AMOUNT-1 = WS-REV-PERIOD - WS-SEC-PERIOD
           COMPUTE FS-AMOUNT-2 = WS-REV-PY-PERIOD - WS-SEC-PY-PERIOD
           COMPUTE FS-AMOUNT-3 = WS-REV-YTD - WS-SEC-YTD
           COMPUTE FS-AMOUNT-4 = WS-REV-PY-YTD - WS-SEC-PY-YTD
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Income-Section.
           MOVE ZERO TO WS-SEC-PERIOD
           MOVE ZERO TO WS-SEC-YTD
           MOVE ZERO TO WS-SEC-PY-PERIOD
           MOVE ZERO TO WS-SEC-PY-YTD
           PERFORM Print-Income-Line
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > 999.

       Print-Income-Line.
           IF WS-LN-USED (WS-LN-SUB) = "Y"
           AND WS-LN-TYPE (WS-LN-SUB) = WS-SEC-TYPE
               MOVE SPACES TO FS-LINE
               STRING "  " WS-LN-CAPTION (WS-LN-SUB)
                   DELIMITED BY SIZE INTO FS-CAPTION
               COMPUTE FS-AMOUNT-1 =
                   WS-LN-PERIOD (WS-LN-SUB) * WS-SEC-SIGN
               COMPUTE FS-AMOUNT-2 =
                   WS-LN-PY-PERIOD (WS-LN-SUB) * WS-SEC-SIGN
               COMPUTE FS-AMOUNT-3 =
                   WS-LN-YTD (WS-LN-SUB) * WS-SEC-SIGN
               COMPUTE FS-AMOUNT-4 =
                   WS-LN-PY-YTD (WS-LN-SUB) * WS-SEC-SIGN
               MOVE FS-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               COMPUTE WS-SEC-PERIOD = WS-SEC-PERIOD
                   + (WS-LN-PERIOD (WS-LN-SUB) * WS-SEC-SIGN)
               COMPUTE WS-SEC-PY-PERIOD = WS-SEC-PY-PERIOD
                   + (WS-LN-PY-PERIOD (WS-LN-SUB) * WS-SEC-SIGN)
               COMPUTE WS-SEC-YTD = WS-SEC-YTD
                   + (WS-LN-YTD (WS-LN-SUB) * WS-SEC-SIGN)
               COMPUTE WS-SEC-PY-YTD = WS-SEC-PY-YTD
                   + (WS-LN-PY-YTD (WS-LN-SUB) * WS-SEC-SIGN)
           END-IF.

      *> FS-CAPTION is set by the caller.
       Print-Income-Total.
           MOVE WS-SEC-PERIOD TO FS-AMOUNT-1
           MOVE WS-SEC-PY-PERIOD TO FS-AMOUNT-2
           MOVE WS-SEC-YTD TO FS-AMOUNT-3
           MOVE WS-SEC-PY-YTD TO FS-AMOUNT-4
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *>----------------------------------------------------------
      *> Balance sheet
      *>----------------------------------------------------------
       Print-Balance-Sheet.
           MOVE SPACES TO RH-TITLE
           STRING "BALANCE SHEET FY " WS-STMT-FY " PERIOD "
               WS-STMT-PD DELIMITED BY SIZE INTO RH-TITLE
           MOVE "   STATEMENT LINE                       " &
               "  AT PERIOD END" TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE "  ASSETS" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "A" TO WS-SEC-TYPE
           MOVE +1 TO WS-SEC-SIGN
           PERFORM Print-Balance-Section
           MOVE WS-SEC-BALANCE TO WS-TOTAL-ASSETS
           MOVE SPACES TO FS-LINE
           MOVE "TOTAL ASSETS" TO FS-CAPTION
           MOVE WS-TOTAL-ASSETS TO FS-AMOUNT-1
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line

           MOVE "  LIABILITIES" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "L" TO WS-SEC-TYPE
           MOVE -1 TO WS-SEC-SIGN
           PERFORM Print-Balance-Section
           MOVE WS-SEC-BALANCE TO WS-TOTAL-LIABILITIES
           MOVE SPACES TO FS-LINE
           MOVE "TOTAL LIABILITIES" TO FS-CAPTION
           MOVE WS-TOTAL-LIABILITIES TO FS-AMOUNT-1
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line

      *> Revenue and expense balances not yet closed out belong to
      *> the owners; without them no ledger mid-year would prove.
           MOVE ZERO TO WS-UNCLOSED-EARNINGS
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > 999
               IF WS-LN-USED (WS-LN-SUB) = "Y"
               AND (WS-LN-TYPE (WS-LN-SUB) = "R"
                    OR WS-LN-TYPE (WS-LN-SUB) = "X")
                   SUBTRACT WS-LN-BALANCE (WS-LN-SUB)
                       FROM WS-UNCLOSED-EARNINGS
               END-IF
           END-PERFORM
           MOVE "  EQUITY" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "E" TO WS-SEC-TYPE
           MOVE -1 TO WS-SEC-SIGN
           PERFORM Print-Balance-Section
           MOVE SPACES TO FS-LINE
           MOVE "  EARNINGS NOT YET CLOSED" TO FS-CAPTION
           MOVE WS-UNCLOSED-EARNINGS TO FS-AMOUNT-1
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           COMPUTE WS-TOTAL-EQUITY =
               WS-SEC-BALANCE + WS-UNCLOSED-EARNINGS
           MOVE SPACES TO FS-LINE
           MOVE "TOTAL EQUITY" TO FS-CAPTION
           MOVE WS-TOTAL-EQUITY TO FS-AMOUNT-1
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line

           COMPUTE WS-TOTAL-L-AND-E =
               WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY
           MOVE SPACES TO FS-LINE
           MOVE "TOTAL LIABILITIES AND EQUITY" TO FS-CAPTION
           MOVE WS-TOTAL-L-AND-E TO FS-AMOUNT-1
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           COMPUTE WS-BS-DIFFERENCE =
               WS-TOTAL-ASSETS - WS-TOTAL-L-AND-E
           IF WS-BS-DIFFERENCE = ZERO
               MOVE "  ASSETS = LIABILITIES + EQUITY: BALANCE SHEET "
                   & "PROVES" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           ELSE
               ADD 1 TO WS-STMT-PROBLEMS
               MOVE WS-BS-DIFFERENCE TO FS-AMOUNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** BALANCE SHEET DOES NOT PROVE - ASSETS "
                   "LESS LIABILITIES AND EQUITY " FS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Print-Balance-Section.
           MOVE ZERO TO WS-SEC-BALANCE
           PERFORM Print-Balance-Line
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > 999.

       Print-Balance-Line.
           IF WS-LN-USED (WS-LN-SUB) = "Y"
           AND WS-LN-TYPE (WS-LN-SUB) = WS-SEC-TYPE
               MOVE SPACES TO FS-LINE
               STRING "  " WS-LN-CAPTION (WS-LN-SUB)
                   DELIMITED BY SIZE INTO FS-CAPTION
               COMPUTE FS-AMOUNT-1 =
                   WS-LN-BALANCE (WS-LN-SUB) * WS-SEC-SIGN
               MOVE FS-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               COMPUTE WS-SEC-BALANCE = WS-SEC-BALANCE
                   + (WS-LN-BALANCE (WS-LN-SUB) * WS-SEC-SIGN)
           END-IF.

      *>----------------------------------------------------------
      *> Tie-out to the trial balance
      *>----------------------------------------------------------
       Print-Tie-Out.
           MOVE SPACES TO RH-TITLE
           STRING "STATEMENT TIE-OUT FY " WS-STMT-FY " PERIOD "
               WS-STMT-PD DELIMITED BY SIZE INTO RH-TITLE
           MOVE "                                        " &
               "         DEBITS              CREDITS"
               TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO FS-LINE
           MOVE "TRIAL BALANCE THROUGH PERIOD" TO FS-CAPTION
           MOVE WS-TB-DEBITS TO FS-AMOUNT-1
           MOVE WS-TB-CREDITS TO FS-AMOUNT-2
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO FS-LINE
           MOVE "ACCOUNTS ON THE STATEMENTS" TO FS-CAPTION
           MOVE WS-STMT-DEBITS TO FS-AMOUNT-1
           MOVE WS-STMT-CREDITS TO FS-AMOUNT-2
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-TB-DEBITS = WS-TB-CREDITS
               MOVE "  Trial balance debits equal credits"
                   TO WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-STMT-PROBLEMS
               MOVE "  *** TRIAL BALANCE OUT OF BALANCE - run "
                   & "Gl-Ledger and read its period proofs"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM Write-Print-Line
           IF WS-STMT-DEBITS = WS-TB-DEBITS
           AND WS-STMT-CREDITS = WS-TB-CREDITS
               MOVE "  Statements tie to the trial balance total"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           ELSE
               ADD 1 TO WS-STMT-PROBLEMS
               MOVE "  *** STATEMENTS DO NOT TIE TO THE TRIAL BALANCE"
                   & " - ledger accounts not on the chart:"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               PERFORM Print-Uncharted-Account
                   VARYING WS-UC-SUB FROM 1 BY 1
                   UNTIL WS-UC-SUB > WS-UC-COUNT
               IF WS-UC-OVERFLOW > ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "      (and " WS-UC-OVERFLOW " more ledger "
                       "rows past the 100 accounts listed)"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM Write-Print-Line
               END-IF
           END-IF.

       Print-Uncharted-Account.
           MOVE SPACES TO FS-LINE
           STRING "    " WS-UC-ACCOUNT (WS-UC-SUB) " (net debit)"
               DELIMITED BY SIZE INTO FS-CAPTION
           MOVE WS-UC-BALANCE (WS-UC-SUB) TO FS-AMOUNT-1
           MOVE FS-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Fin-Stmt.
