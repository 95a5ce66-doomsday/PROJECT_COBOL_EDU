       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bud-Rpt.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Monthly budget-versus-actual off the in-house ledger. The
      *> GL budget Bud-Load files on GLBUDG.DAT sets, for each
      *> revenue and expense account, what finance expected to
      *> post in each fiscal month; GLLEDG.DAT holds what did
      *> post. For the fiscal period on the BUDRPTCL.DAT card
      *> BUDRPT.RPT prints, for every revenue and expense account
      *> with a budget or any activity in the year:
      *>   - the budget, the actual and the variance for the
      *>     period and for the year to date, each on the
      *>     account's normal-balance side (revenue credit-
      *>     positive, expense debit-positive), the variance being
      *>     actual less budget, and the variance as a percentage
      *>     of the budget;
      *>   - a flag where the variance, either way, is more than
      *>     the tolerance percentage of the budget: PD for the
      *>     period, YTD for the year to date, BOTH for both. An
      *>     account with no budget flags on any activity at all.
      *> Accounts print grouped by the department the chart of
      *> accounts places them in (GLC-DEPT-CODE), one page per
      *> department with its revenue and expense totals, the
      *> company-wide accounts last; a closing page rolls each
      *> department's revenue and expense up beside the company
      *> totals and net income. Only the twelve fiscal months
      *> count as actual - never a period 13 closing entry or
      *> period 00 opening rows.
      *> Each account's budget is the latest version loaded for
      *> the year; the card may name a version, and then each
      *> account is measured against the latest version loaded up
      *> to and including that one, so an earlier budget can be
      *> reported on after it has been revised.
      *> The card: fiscal year, period, version (blank for the
      *> latest) and tolerance percentage (blank for 10). With no
      *> card the report is for the period just ended against the
      *> latest budget at 10 per cent. A card that does not read,
      *> or a period not yet begun, ends RETURN-CODE 8 with
      *> nothing printed; RETURN-CODE 4 when any account is
      *> flagged. Run on demand at month end, after the period's
      *> journal entries have posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CHART-STATUS.

           SELECT GL-BUDGET-FILE ASSIGN TO "GLBUDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-BUDGET-KEY
               FILE STATUS IS GL-BUDGET-STATUS.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLL-LEDGER-KEY
               FILE STATUS IS GL-LEDGER-STATUS.

           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-DEPT-CODE
               FILE STATUS IS DEPT-BUDGET-STATUS.

           SELECT BUDRPT-CONTROL-FILE ASSIGN TO "BUDRPTCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDRPT-CONTROL-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "BUDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GLCOA.

           COPY GLBUDG.

           COPY GLLEDG.

       FD  DEPT-BUDGET-FILE.
       01  DEPT-BUDGET-RECORD.
           02  DB-DEPT-CODE        PIC X(4).
           02  DB-FISCAL-YEAR      PIC 9(4).
           02  DB-BUDGET-MEMBERS   PIC 9(5).
           02  DB-BUDGET-TOTAL     PIC 9(7).
           02  DB-DEPT-NAME        PIC X(15).

       FD  BUDRPT-CONTROL-FILE.
       01  BUDRPT-CONTROL-RECORD.
           02  BRC-FISCAL-YEAR     PIC 9(4).
           02  FILLER              PIC X(1).
           02  BRC-FISCAL-PERIOD   PIC 99.
           02  FILLER              PIC X(1).
           02  BRC-VERSION         PIC XX.
           02  BRC-VERSION-NUM REDEFINES BRC-VERSION PIC 99.
           02  FILLER              PIC X(1).
           02  BRC-TOLERANCE       PIC XXX.
           02  BRC-TOLERANCE-NUM REDEFINES BRC-TOLERANCE PIC 9(3).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 GL-CHART-STATUS      PIC XX.
       01 GL-BUDGET-STATUS     PIC XX.
       01 GL-LEDGER-STATUS     PIC XX.
       01 DEPT-BUDGET-STATUS   PIC XX.
       01 BUDRPT-CONTROL-STATUS PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-CHART-EOF         PIC X VALUE "N".
           88 END-OF-CHART     VALUE "Y".
       01 WS-BUDGET-EOF        PIC X VALUE "N".
           88 END-OF-BUDGET    VALUE "Y" FALSE "N".
       01 WS-LEDGER-EOF        PIC X VALUE "N".
           88 END-OF-LEDGER    VALUE "Y" FALSE "N".

      *> Fiscal year starts 01 July, the same derivation
      *> Gl-Ledger carries.
       01 WS-PD-YEAR           PIC 9(4).
       01 WS-PD-MMDD           PIC 9(4).
       01 WS-PD-MONTH          PIC 99.
       01 WS-PD-DAY            PIC 99.
       01 WS-CUR-FY            PIC 9(4) VALUE ZERO.
       01 WS-CUR-PD            PIC 99 VALUE ZERO.
       01 WS-CUR-KEY           PIC 9(6) VALUE ZERO.
       01 WS-RPT-FY            PIC 9(4) VALUE ZERO.
       01 WS-RPT-PD            PIC 99 VALUE ZERO.
       01 WS-RPT-KEY           PIC 9(6) VALUE ZERO.
      *> The highest budget version counted; 99 takes the latest.
       01 WS-RPT-VERSION       PIC 99 VALUE 99.
       01 WS-TOLERANCE         PIC 9(3) VALUE 10.
       01 WS-CARD-VALID        PIC X VALUE "Y".
           88 CARD-IS-VALID    VALUE "Y" FALSE "N".
       01 WS-BASIS-TEXT        PIC X(60) VALUE SPACES.

      *> The revenue and expense accounts on the chart, with the
      *> budget version in use for each and its amounts - all
      *> held on the account's normal-balance side.
       01 WS-CA-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CA-SUB            PIC 9(3) VALUE ZERO.
       01 WS-CA-TABLE-AREA.
           02 WS-CA-ENTRY OCCURS 500 TIMES.
               03 WS-CA-ACCOUNT    PIC X(8).
               03 WS-CA-NAME       PIC X(30).
               03 WS-CA-TYPE       PIC X.
               03 WS-CA-NORMAL     PIC X.
               03 WS-CA-DEPT-CODE  PIC X(4).
               03 WS-CA-VERSION    PIC 99.
               03 WS-CA-BUDGETED   PIC X.
               03 WS-CA-ON-LEDGER  PIC X.
               03 WS-CA-PD-BUDGET  PIC S9(13)V99.
               03 WS-CA-PD-ACTUAL  PIC S9(13)V99.
               03 WS-CA-YTD-BUDGET PIC S9(13)V99.
               03 WS-CA-YTD-ACTUAL PIC S9(13)V99.
       01 WS-CA-FOUND          PIC X VALUE "N".
           88 CHART-ACCOUNT-FOUND VALUE "Y" FALSE "N".
       01 WS-SEARCH-ACCOUNT    PIC X(8).

      *> The departments the chart uses, in code order, with a
      *> last slot for the company-wide accounts; section 1 of
      *> each holds its revenue totals, section 2 its expense.
       01 WS-DP-COUNT          PIC 99 VALUE ZERO.
       01 WS-DP-SUB            PIC 99 VALUE ZERO.
       01 WS-DP-TABLE-AREA.
           02 WS-DP-ENTRY OCCURS 61 TIMES.
               03 WS-DP-CODE       PIC X(4).
               03 WS-DP-NAME       PIC X(20).
               03 WS-DP-SEC OCCURS 2 TIMES.
                   04 WS-DP-PD-BUDGET  PIC S9(13)V99.
                   04 WS-DP-PD-ACTUAL  PIC S9(13)V99.
                   04 WS-DP-YTD-BUDGET PIC S9(13)V99.
                   04 WS-DP-YTD-ACTUAL PIC S9(13)V99.
       01 WS-DP-FOUND          PIC X VALUE "N".
           88 DEPARTMENT-FOUND VALUE "Y" FALSE "N".
       01 WS-DP-PLACED         PIC X VALUE "N".
           88 DEPARTMENT-PLACED VALUE "Y" FALSE "N".
       01 WS-DP-OVERFLOW       PIC 9(3) VALUE ZERO.
       01 WS-COMPANY-WIDE      PIC X VALUE "N".
           88 HAS-COMPANY-WIDE VALUE "Y".
       01 WS-NEW-DEPT-CODE     PIC X(4).
       01 WS-DEPT-FILE-SW      PIC X VALUE "N".
           88 DEPT-FILE-OPEN   VALUE "Y".

      *> Company totals, section 1 revenue and section 2 expense.
       01 WS-CO-TABLE-AREA.
           02 WS-CO-SEC OCCURS 2 TIMES.
               03 WS-CO-PD-BUDGET  PIC S9(13)V99.
               03 WS-CO-PD-ACTUAL  PIC S9(13)V99.
               03 WS-CO-YTD-BUDGET PIC S9(13)V99.
               03 WS-CO-YTD-ACTUAL PIC S9(13)V99.

       01 WS-SEC-SUB           PIC 9 VALUE ZERO.
       01 WS-SEC-TYPE          PIC X VALUE SPACE.
       01 WS-SEC-LINES         PIC 9(3) VALUE ZERO.
       01 WS-GROUP-LINES       PIC 9(3) VALUE ZERO.

       01 WS-ROW-NET           PIC S9(13)V99 VALUE ZERO.
       01 WS-OFF-CHART-BUDGET  PIC 9(5) VALUE ZERO.
       01 WS-FLAGGED-COUNT     PIC 9(5) VALUE ZERO.

      *> One comparison: filled by the caller, then Format-
      *> Comparison puts it on BR-LINE.
       01 WS-CMP-PD-BUDGET     PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-PD-ACTUAL     PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-YTD-BUDGET    PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-YTD-ACTUAL    PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-BUDGET        PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-ACTUAL        PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-VARIANCE      PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-PCT-WIDE      PIC S9(13)V9 VALUE ZERO.
       01 WS-CMP-PCT-ABS       PIC S9(13)V9 VALUE ZERO.
       01 WS-CMP-PCT           PIC S9(3)V9 VALUE ZERO.
       01 WS-CMP-PCT-SW        PIC X VALUE "N".
           88 PCT-IS-KNOWN     VALUE "Y" FALSE "N".
       01 WS-CMP-OVER-SW       PIC X VALUE "N".
           88 OVER-TOLERANCE   VALUE "Y" FALSE "N".
       01 WS-PD-OVER-SW        PIC X VALUE "N".
           88 PD-OVER-TOLERANCE VALUE "Y" FALSE "N".
       01 WS-YTD-OVER-SW       PIC X VALUE "N".
           88 YTD-OVER-TOLERANCE VALUE "Y" FALSE "N".

       01 BR-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-ACCOUNT       PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-NAME          PIC X(13).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-PD-BUDGET     PIC ---,---,--9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-PD-ACTUAL     PIC ---,---,--9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-PD-VARIANCE   PIC ---,---,--9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-PD-PCT        PIC ---9.9.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-YTD-BUDGET    PIC ---,---,--9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-YTD-ACTUAL    PIC ---,---,--9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-YTD-VARIANCE  PIC ---,---,--9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-YTD-PCT       PIC ---9.9.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BR-FLAG          PIC X(4).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Compute-Current-Period
           PERFORM Get-Report-Period
           IF NOT CARD-IS-VALID
               DISPLAY "BUDRPTCL.DAT: card [" BUDRPT-CONTROL-RECORD
                   "] is not valid or its period not yet begun - "
                   "NO REPORT PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Bud-Rpt budget versus actual for fiscal period ["
               WS-RPT-FY "/" WS-RPT-PD "]"

           PERFORM Load-Chart
           PERFORM Name-Departments
           OPEN INPUT GL-LEDGER-FILE
           IF GL-LEDGER-STATUS NOT = "00"
               DISPLAY "GLLEDG.DAT: status " GL-LEDGER-STATUS
                   " - NO REPORT PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Accumulate-Ledger
           CLOSE GL-LEDGER-FILE
           PERFORM Accumulate-Budget

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-RPT-VERSION = 99
               STRING "BUDGET: LATEST VERSION   TOLERANCE "
                   WS-TOLERANCE "%" DELIMITED BY SIZE
                   INTO WS-BASIS-TEXT
           ELSE
               STRING "BUDGET: VERSION " WS-RPT-VERSION
                   " OR EARLIER   TOLERANCE " WS-TOLERANCE "%"
                   DELIMITED BY SIZE INTO WS-BASIS-TEXT
           END-IF
           MOVE "BUD-RPT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE SPACES TO RH-TITLE
           STRING "BUDGET VS ACTUAL FY " WS-RPT-FY " PERIOD "
               WS-RPT-PD DELIMITED BY SIZE INTO RH-TITLE
           MOVE " ACCOUNT  NAME               PD BUDGET  " &
               "    PD ACTUAL    PD VARIANCE    PCT     " &
               "YTD BUDGET     YTD ACTUAL   YTD VARIANCE" &
               "    PCT FLAG" TO RH-COLUMN-HEADS
           INITIALIZE WS-CO-TABLE-AREA
           PERFORM Print-Department
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
           PERFORM Print-Roll-Up
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           IF WS-OFF-CHART-BUDGET > ZERO
               DISPLAY "GLBUDG.DAT: " WS-OFF-CHART-BUDGET " budget "
                   "row(s) for accounts no longer revenue or expense "
                   "on the chart - not reported"
           END-IF
           IF WS-FLAGGED-COUNT > ZERO
               DISPLAY "Bud-Rpt: " WS-FLAGGED-COUNT " account(s) "
                   "outside the " WS-TOLERANCE "% tolerance - see "
                   "BUDRPT.RPT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Bud-Rpt: every account within the "
                   WS-TOLERANCE "% tolerance"
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

      *> No card means the period just ended against the latest
      *> budget; a blank version or tolerance on a card takes the
      *> same defaults.
       Get-Report-Period.
           SET CARD-IS-VALID TO TRUE
           IF WS-CUR-PD = 1
               COMPUTE WS-RPT-FY = WS-CUR-FY - 1
               MOVE 12 TO WS-RPT-PD
           ELSE
               MOVE WS-CUR-FY TO WS-RPT-FY
               COMPUTE WS-RPT-PD = WS-CUR-PD - 1
           END-IF
           OPEN INPUT BUDRPT-CONTROL-FILE
           IF BUDRPT-CONTROL-STATUS = "00"
               READ BUDRPT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Edit-Control-Card
               END-READ
               CLOSE BUDRPT-CONTROL-FILE
           END-IF
           COMPUTE WS-RPT-KEY = (WS-RPT-FY * 100) + WS-RPT-PD
           IF WS-RPT-PD < 1 OR WS-RPT-PD > 12
           OR WS-RPT-KEY > WS-CUR-KEY
               SET CARD-IS-VALID TO FALSE
           END-IF.

       Edit-Control-Card.
           IF BRC-FISCAL-YEAR NUMERIC
           AND BRC-FISCAL-PERIOD NUMERIC
               MOVE BRC-FISCAL-YEAR TO WS-RPT-FY
               MOVE BRC-FISCAL-PERIOD TO WS-RPT-PD
           ELSE
               SET CARD-IS-VALID TO FALSE
           END-IF
           EVALUATE TRUE
               WHEN BRC-VERSION = SPACES
                   CONTINUE
               WHEN BRC-VERSION-NUM NUMERIC
                   IF BRC-VERSION-NUM > ZERO
                       MOVE BRC-VERSION-NUM TO WS-RPT-VERSION
                   END-IF
               WHEN OTHER
                   SET CARD-IS-VALID TO FALSE
           END-EVALUATE
           EVALUATE TRUE
               WHEN BRC-TOLERANCE = SPACES
                   CONTINUE
               WHEN BRC-TOLERANCE-NUM NUMERIC
                   MOVE BRC-TOLERANCE-NUM TO WS-TOLERANCE
               WHEN OTHER
                   SET CARD-IS-VALID TO FALSE
           END-EVALUATE.

      *> Inactive accounts stay in: they may still carry a budget
      *> or activity earlier in the year.
       Load-Chart.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-STATUS = "00"
               PERFORM Read-Chart-Row
               PERFORM UNTIL END-OF-CHART
                   IF GLC-ACCOUNT NOT = SPACES
                   AND GLC-INCOME-STMT
                       IF WS-CA-COUNT < 500
                           PERFORM Store-Chart-Account
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
                   ", no chart of accounts - nothing to report"
           END-IF.

       Read-Chart-Row.
           READ GL-CHART-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.

       Store-Chart-Account.
           ADD 1 TO WS-CA-COUNT
           MOVE GLC-ACCOUNT TO WS-CA-ACCOUNT (WS-CA-COUNT)
           MOVE GLC-NAME TO WS-CA-NAME (WS-CA-COUNT)
           MOVE GLC-TYPE TO WS-CA-TYPE (WS-CA-COUNT)
           MOVE GLC-NORMAL-BALANCE TO WS-CA-NORMAL (WS-CA-COUNT)
           MOVE GLC-DEPT-CODE TO WS-CA-DEPT-CODE (WS-CA-COUNT)
           MOVE ZERO TO WS-CA-VERSION (WS-CA-COUNT)
           MOVE "N" TO WS-CA-BUDGETED (WS-CA-COUNT)
           MOVE "N" TO WS-CA-ON-LEDGER (WS-CA-COUNT)
           MOVE ZERO TO WS-CA-PD-BUDGET (WS-CA-COUNT)
           MOVE ZERO TO WS-CA-PD-ACTUAL (WS-CA-COUNT)
           MOVE ZERO TO WS-CA-YTD-BUDGET (WS-CA-COUNT)
           MOVE ZERO TO WS-CA-YTD-ACTUAL (WS-CA-COUNT)
           IF GLC-DEPT-CODE = SPACES
               SET HAS-COMPANY-WIDE TO TRUE
           ELSE
               MOVE GLC-DEPT-CODE TO WS-NEW-DEPT-CODE
               PERFORM Add-Department
           END-IF.

      *> Departments are kept in code order as they are met, so
      *> the pages come out in that order.
       Add-Department.
           SET DEPARTMENT-FOUND TO FALSE
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
                  OR DEPARTMENT-FOUND
               IF WS-DP-CODE (WS-DP-SUB) = WS-NEW-DEPT-CODE
                   SET DEPARTMENT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT DEPARTMENT-FOUND
               IF WS-DP-COUNT < 60
                   MOVE WS-DP-COUNT TO WS-DP-SUB
                   SET DEPARTMENT-PLACED TO FALSE
                   PERFORM UNTIL DEPARTMENT-PLACED
                       IF WS-DP-SUB = ZERO
                           SET DEPARTMENT-PLACED TO TRUE
                       ELSE
                           IF WS-DP-CODE (WS-DP-SUB)
                               < WS-NEW-DEPT-CODE
                               SET DEPARTMENT-PLACED TO TRUE
                           ELSE
                               MOVE WS-DP-ENTRY (WS-DP-SUB)
                                   TO WS-DP-ENTRY (WS-DP-SUB + 1)
                               SUBTRACT 1 FROM WS-DP-SUB
                           END-IF
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-DP-SUB
                   INITIALIZE WS-DP-ENTRY (WS-DP-SUB)
                   MOVE WS-NEW-DEPT-CODE TO WS-DP-CODE (WS-DP-SUB)
                   ADD 1 TO WS-DP-COUNT
               ELSE
                   ADD 1 TO WS-DP-OVERFLOW
               END-IF
           END-IF.

      *> The company-wide accounts go in the last slot, after the
      *> departments.
       Name-Departments.
           IF WS-DP-OVERFLOW > ZERO
               DISPLAY "GLCOA.DAT: more than 60 departments - "
                   WS-DP-OVERFLOW " account(s) not reported"
           END-IF
           OPEN INPUT DEPT-BUDGET-FILE
           IF DEPT-BUDGET-STATUS = "00"
               SET DEPT-FILE-OPEN TO TRUE
           END-IF
           PERFORM Name-One-Department
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
           IF DEPT-FILE-OPEN
               CLOSE DEPT-BUDGET-FILE
           END-IF
           IF HAS-COMPANY-WIDE
               ADD 1 TO WS-DP-COUNT
               INITIALIZE WS-DP-ENTRY (WS-DP-COUNT)
               MOVE SPACES TO WS-DP-CODE (WS-DP-COUNT)
               MOVE "(COMPANY-WIDE)" TO WS-DP-NAME (WS-DP-COUNT)
           END-IF.

       Name-One-Department.
           MOVE "(NOT ON DEPTBUD.DAT)" TO WS-DP-NAME (WS-DP-SUB)
           IF DEPT-FILE-OPEN
               MOVE WS-DP-CODE (WS-DP-SUB) TO DB-DEPT-CODE
               READ DEPT-BUDGET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DB-DEPT-NAME TO WS-DP-NAME (WS-DP-SUB)
               END-READ
           END-IF.

       Find-Chart-Account.
           SET CHART-ACCOUNT-FOUND TO FALSE
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
                  OR CHART-ACCOUNT-FOUND
               IF WS-CA-ACCOUNT (WS-CA-SUB) = WS-SEARCH-ACCOUNT
                   SET CHART-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF CHART-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-CA-SUB
           END-IF.

      *>----------------------------------------------------------
      *> Actual: the report year's fiscal months through the
      *> report period, on the normal-balance side
      *>----------------------------------------------------------
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

       Accumulate-One-Row.
           IF GLL-FISCAL-YEAR = WS-RPT-FY
           AND GLL-FISCAL-PERIOD >= 1
           AND GLL-FISCAL-PERIOD <= WS-RPT-PD
               MOVE GLL-ACCOUNT TO WS-SEARCH-ACCOUNT
               PERFORM Find-Chart-Account
               IF CHART-ACCOUNT-FOUND
                   IF WS-CA-NORMAL (WS-CA-SUB) = "C"
                       COMPUTE WS-ROW-NET = GLL-CREDITS - GLL-DEBITS
                   ELSE
                       COMPUTE WS-ROW-NET = GLL-DEBITS - GLL-CREDITS
                   END-IF
                   MOVE "Y" TO WS-CA-ON-LEDGER (WS-CA-SUB)
                   ADD WS-ROW-NET TO WS-CA-YTD-ACTUAL (WS-CA-SUB)
                   IF GLL-FISCAL-PERIOD = WS-RPT-PD
                       ADD WS-ROW-NET TO WS-CA-PD-ACTUAL (WS-CA-SUB)
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------
      *> Budget: per account, the highest version loaded up to
      *> the one asked for
      *>----------------------------------------------------------
       Accumulate-Budget.
           OPEN INPUT GL-BUDGET-FILE
           IF GL-BUDGET-STATUS NOT = "00"
               DISPLAY "GLBUDG.DAT: status " GL-BUDGET-STATUS
                   ", no budget loaded - every account reports "
                   "against a zero budget"
           ELSE
               MOVE LOW-VALUES TO GLB-BUDGET-KEY
               SET END-OF-BUDGET TO FALSE
               START GL-BUDGET-FILE
                   KEY IS NOT LESS THAN GLB-BUDGET-KEY
                   INVALID KEY
                       SET END-OF-BUDGET TO TRUE
               END-START
               PERFORM UNTIL END-OF-BUDGET
                   READ GL-BUDGET-FILE NEXT
                       AT END
                           SET END-OF-BUDGET TO TRUE
                       NOT AT END
                           PERFORM Accumulate-One-Budget-Row
                   END-READ
               END-PERFORM
               CLOSE GL-BUDGET-FILE
           END-IF.

      *> Within an account and year the versions come up in key
      *> order, so a higher version than the one held replaces
      *> it outright.
       Accumulate-One-Budget-Row.
           IF GLB-FISCAL-YEAR = WS-RPT-FY
           AND GLB-VERSION <= WS-RPT-VERSION
               MOVE GLB-ACCOUNT TO WS-SEARCH-ACCOUNT
               PERFORM Find-Chart-Account
               IF CHART-ACCOUNT-FOUND
                   IF GLB-VERSION > WS-CA-VERSION (WS-CA-SUB)
                       MOVE GLB-VERSION TO WS-CA-VERSION (WS-CA-SUB)
                       MOVE "Y" TO WS-CA-BUDGETED (WS-CA-SUB)
                       MOVE ZERO TO WS-CA-PD-BUDGET (WS-CA-SUB)
                       MOVE ZERO TO WS-CA-YTD-BUDGET (WS-CA-SUB)
                   END-IF
                   IF GLB-VERSION = WS-CA-VERSION (WS-CA-SUB)
                   AND GLB-FISCAL-PERIOD <= WS-RPT-PD
                       ADD GLB-AMOUNT TO WS-CA-YTD-BUDGET (WS-CA-SUB)
                       IF GLB-FISCAL-PERIOD = WS-RPT-PD
                           ADD GLB-AMOUNT
                               TO WS-CA-PD-BUDGET (WS-CA-SUB)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-OFF-CHART-BUDGET
               END-IF
           END-IF.

      *>----------------------------------------------------------
      *> One page per department
      *>----------------------------------------------------------
       Print-Department.
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-DP-CODE (WS-DP-SUB) = SPACES
               STRING "  COMPANY-WIDE ACCOUNTS      " WS-BASIS-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  DEPARTMENT " WS-DP-CODE (WS-DP-SUB) "  "
                   WS-DP-NAME (WS-DP-SUB) "  " WS-BASIS-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-GROUP-LINES
           MOVE 1 TO WS-SEC-SUB
           MOVE "R" TO WS-SEC-TYPE
           PERFORM Print-Section
           MOVE 2 TO WS-SEC-SUB
           MOVE "X" TO WS-SEC-TYPE
           PERFORM Print-Section
           IF WS-GROUP-LINES = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE "    (no budget and no activity this year)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

      *> A section's total prints only when it had accounts to
      *> list; it is also kept for the roll-up page.
       Print-Section.
           MOVE ZERO TO WS-SEC-LINES
           PERFORM Print-Section-Account
               VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
           IF WS-SEC-LINES > ZERO
               MOVE WS-DP-PD-BUDGET (WS-DP-SUB, WS-SEC-SUB)
                   TO WS-CMP-PD-BUDGET
               MOVE WS-DP-PD-ACTUAL (WS-DP-SUB, WS-SEC-SUB)
                   TO WS-CMP-PD-ACTUAL
               MOVE WS-DP-YTD-BUDGET (WS-DP-SUB, WS-SEC-SUB)
                   TO WS-CMP-YTD-BUDGET
               MOVE WS-DP-YTD-ACTUAL (WS-DP-SUB, WS-SEC-SUB)
                   TO WS-CMP-YTD-ACTUAL
               MOVE SPACES TO BR-LINE
               IF WS-SEC-TYPE = "R"
                   MOVE "TOTAL REVENUE" TO BR-NAME
               ELSE
                   MOVE "TOTAL EXPENSE" TO BR-NAME
               END-IF
               PERFORM Format-Comparison
               MOVE BR-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               ADD WS-SEC-LINES TO WS-GROUP-LINES
           END-IF.

       Print-Section-Account.
           IF WS-CA-DEPT-CODE (WS-CA-SUB) = WS-DP-CODE (WS-DP-SUB)
           AND WS-CA-TYPE (WS-CA-SUB) = WS-SEC-TYPE
           AND (WS-CA-BUDGETED (WS-CA-SUB) = "Y"
                OR WS-CA-ON-LEDGER (WS-CA-SUB) = "Y")
               IF WS-SEC-LINES = ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM Write-Print-Line
                   IF WS-SEC-TYPE = "R"
                       MOVE "  REVENUE" TO WS-PRINT-LINE
                   ELSE
                       MOVE "  EXPENSE" TO WS-PRINT-LINE
                   END-IF
                   PERFORM Write-Print-Line
               END-IF
               ADD 1 TO WS-SEC-LINES
               MOVE WS-CA-PD-BUDGET (WS-CA-SUB) TO WS-CMP-PD-BUDGET
               MOVE WS-CA-PD-ACTUAL (WS-CA-SUB) TO WS-CMP-PD-ACTUAL
               MOVE WS-CA-YTD-BUDGET (WS-CA-SUB) TO WS-CMP-YTD-BUDGET
               MOVE WS-CA-YTD-ACTUAL (WS-CA-SUB) TO WS-CMP-YTD-ACTUAL
               MOVE SPACES TO BR-LINE
               MOVE WS-CA-ACCOUNT (WS-CA-SUB) TO BR-ACCOUNT
               MOVE WS-CA-NAME (WS-CA-SUB) TO BR-NAME
               PERFORM Format-Comparison
               IF PD-OVER-TOLERANCE OR YTD-OVER-TOLERANCE
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               MOVE BR-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               ADD WS-CMP-PD-BUDGET
                   TO WS-DP-PD-BUDGET (WS-DP-SUB, WS-SEC-SUB)
                      WS-CO-PD-BUDGET (WS-SEC-SUB)
               ADD WS-CMP-PD-ACTUAL
                   TO WS-DP-PD-ACTUAL (WS-DP-SUB, WS-SEC-SUB)
                      WS-CO-PD-ACTUAL (WS-SEC-SUB)
               ADD WS-CMP-YTD-BUDGET
                   TO WS-DP-YTD-BUDGET (WS-DP-SUB, WS-SEC-SUB)
                      WS-CO-YTD-BUDGET (WS-SEC-SUB)
               ADD WS-CMP-YTD-ACTUAL
                   TO WS-DP-YTD-ACTUAL (WS-DP-SUB, WS-SEC-SUB)
                      WS-CO-YTD-ACTUAL (WS-SEC-SUB)
           END-IF.

      *>----------------------------------------------------------
      *> Roll-up: each department's revenue and expense, then the
      *> company
      *>----------------------------------------------------------
       Print-Roll-Up.
           MOVE SPACES TO RH-TITLE
           STRING "BUDGET VS ACTUAL BY DEPT FY " WS-RPT-FY " PD "
               WS-RPT-PD DELIMITED BY SIZE INTO RH-TITLE
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPARTMENT ROLL-UP         " WS-BASIS-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Roll-Up-Department
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  COMPANY" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE 1 TO WS-SEC-SUB
           PERFORM Load-Company-Section
           MOVE SPACES TO BR-LINE
           MOVE "TOTAL REVENUE" TO BR-NAME
           PERFORM Format-Comparison
           MOVE BR-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE 2 TO WS-SEC-SUB
           PERFORM Load-Company-Section
           MOVE SPACES TO BR-LINE
           MOVE "TOTAL EXPENSE" TO BR-NAME
           PERFORM Format-Comparison
           MOVE BR-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           COMPUTE WS-CMP-PD-BUDGET =
               WS-CO-PD-BUDGET (1) - WS-CO-PD-BUDGET (2)
           COMPUTE WS-CMP-PD-ACTUAL =
               WS-CO-PD-ACTUAL (1) - WS-CO-PD-ACTUAL (2)
           COMPUTE WS-CMP-YTD-BUDGET =
               WS-CO-YTD-BUDGET (1) - WS-CO-YTD-BUDGET (2)
           COMPUTE WS-CMP-YTD-ACTUAL =
               WS-CO-YTD-ACTUAL (1) - WS-CO-YTD-ACTUAL (2)
           MOVE SPACES TO BR-LINE
           MOVE "NET INCOME" TO BR-NAME
           PERFORM Format-Comparison
           MOVE BR-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  Variance is actual less budget, PCT the variance "
               & "as a percentage of the budget (blank where no "
               & "budget)." TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  FLAG marks a variance beyond " WS-TOLERANCE
               "% either way: PD the period, YTD the year to date, "
               "BOTH both; with no budget, any activity."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACCOUNTS FLAGGED " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Roll-Up-Department.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-DP-CODE (WS-DP-SUB) = SPACES
               MOVE "  COMPANY-WIDE ACCOUNTS" TO WS-PRINT-LINE
           ELSE
               STRING "  " WS-DP-CODE (WS-DP-SUB) "  "
                   WS-DP-NAME (WS-DP-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM Write-Print-Line
           MOVE 1 TO WS-SEC-SUB
           PERFORM Load-Department-Section
           MOVE SPACES TO BR-LINE
           MOVE WS-DP-CODE (WS-DP-SUB) TO BR-ACCOUNT
           MOVE "REVENUE" TO BR-NAME
           PERFORM Format-Comparison
           MOVE BR-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE 2 TO WS-SEC-SUB
           PERFORM Load-Department-Section
           MOVE SPACES TO BR-LINE
           MOVE WS-DP-CODE (WS-DP-SUB) TO BR-ACCOUNT
           MOVE "EXPENSE" TO BR-NAME
           PERFORM Format-Comparison
           MOVE BR-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Load-Department-Section.
           MOVE WS-DP-PD-BUDGET (WS-DP-SUB, WS-SEC-SUB)
               TO WS-CMP-PD-BUDGET
           MOVE WS-DP-PD-ACTUAL (WS-DP-SUB, WS-SEC-SUB)
               TO WS-CMP-PD-ACTUAL
           MOVE WS-DP-YTD-BUDGET (WS-DP-SUB, WS-SEC-SUB)
               TO WS-CMP-YTD-BUDGET
           MOVE WS-DP-YTD-ACTUAL (WS-DP-SUB, WS-SEC-SUB)
               TO WS-CMP-YTD-ACTUAL.

       Load-Company-Section.
           MOVE WS-CO-PD-BUDGET (WS-SEC-SUB) TO WS-CMP-PD-BUDGET
           MOVE WS-CO-PD-ACTUAL (WS-SEC-SUB) TO WS-CMP-PD-ACTUAL
           MOVE WS-CO-YTD-BUDGET (WS-SEC-SUB) TO WS-CMP-YTD-BUDGET
           MOVE WS-CO-YTD-ACTUAL (WS-SEC-SUB) TO WS-CMP-YTD-ACTUAL.

      *>----------------------------------------------------------
      *> Variance, percentage and flag for the period and the
      *> year to date onto BR-LINE
      *>----------------------------------------------------------
       Format-Comparison.
           MOVE WS-CMP-PD-BUDGET TO WS-CMP-BUDGET
           MOVE WS-CMP-PD-ACTUAL TO WS-CMP-ACTUAL
           PERFORM Compute-Variance
           MOVE WS-CMP-BUDGET TO BR-PD-BUDGET
           MOVE WS-CMP-ACTUAL TO BR-PD-ACTUAL
           MOVE WS-CMP-VARIANCE TO BR-PD-VARIANCE
           IF PCT-IS-KNOWN
               MOVE WS-CMP-PCT TO BR-PD-PCT
           END-IF
           MOVE WS-CMP-OVER-SW TO WS-PD-OVER-SW

           MOVE WS-CMP-YTD-BUDGET TO WS-CMP-BUDGET
           MOVE WS-CMP-YTD-ACTUAL TO WS-CMP-ACTUAL
           PERFORM Compute-Variance
           MOVE WS-CMP-BUDGET TO BR-YTD-BUDGET
           MOVE WS-CMP-ACTUAL TO BR-YTD-ACTUAL
           MOVE WS-CMP-VARIANCE TO BR-YTD-VARIANCE
           IF PCT-IS-KNOWN
               MOVE WS-CMP-PCT TO BR-YTD-PCT
           END-IF
           MOVE WS-CMP-OVER-SW TO WS-YTD-OVER-SW

           EVALUATE TRUE
               WHEN PD-OVER-TOLERANCE AND YTD-OVER-TOLERANCE
                   MOVE "BOTH" TO BR-FLAG
               WHEN PD-OVER-TOLERANCE
                   MOVE "PD" TO BR-FLAG
               WHEN YTD-OVER-TOLERANCE
                   MOVE "YTD" TO BR-FLAG
               WHEN OTHER
                   MOVE SPACES TO BR-FLAG
           END-EVALUATE.

      *> A percentage past 999.9 either way prints as 999.9.
       Compute-Variance.
           COMPUTE WS-CMP-VARIANCE = WS-CMP-ACTUAL - WS-CMP-BUDGET
           SET PCT-IS-KNOWN TO FALSE
           SET OVER-TOLERANCE TO FALSE
           IF WS-CMP-BUDGET = ZERO
               IF WS-CMP-ACTUAL NOT = ZERO
                   SET OVER-TOLERANCE TO TRUE
               END-IF
           ELSE
               SET PCT-IS-KNOWN TO TRUE
               COMPUTE WS-CMP-PCT-WIDE ROUNDED =
                   (WS-CMP-VARIANCE * 100) / WS-CMP-BUDGET
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CMP-PCT-WIDE
               END-COMPUTE
               IF WS-CMP-PCT-WIDE < ZERO
                   COMPUTE WS-CMP-PCT-ABS = ZERO - WS-CMP-PCT-WIDE
               ELSE
                   MOVE WS-CMP-PCT-WIDE TO WS-CMP-PCT-ABS
               END-IF
               EVALUATE TRUE
                   WHEN WS-CMP-PCT-WIDE > 999.9
                       MOVE 999.9 TO WS-CMP-PCT
                   WHEN WS-CMP-PCT-WIDE < -999.9
                       MOVE -999.9 TO WS-CMP-PCT
                   WHEN OTHER
                       MOVE WS-CMP-PCT-WIDE TO WS-CMP-PCT
               END-EVALUATE
               IF WS-CMP-PCT-ABS > WS-TOLERANCE
                   SET OVER-TOLERANCE TO TRUE
               END-IF
           END-IF.

           COPY PRTWR.
       END PROGRAM Bud-Rpt.
