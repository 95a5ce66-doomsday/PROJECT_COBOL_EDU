       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bud-Load.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Loads finance's general ledger budget. Draft's DEPTBUD.DAT
      *> holds one headcount-driven figure per department; finance
      *> budgets by GL account and fiscal month, and that budget
      *> had nowhere to live. GLBUDTXN.DAT carries one line per
      *> account, fiscal year, version and period with the
      *> month's amount on the account's normal-balance side, and
      *> each accepted line files on GLBUDG.DAT for Bud-Rpt to
      *> set against what actually posted. The year's original
      *> budget loads as version 01; a revision loads as the next
      *> version, never over the one before, so every version
      *> stays on file and a budget line once loaded cannot be
      *> changed - a correction is a new version. A line rejects
      *> when:
      *>   - the account is not a revenue or expense account on
      *>     the GLCOA.DAT chart of accounts;
      *>   - the user id loading it is not an active operator on
      *>     OPERM.DAT holding the budget-load authority;
      *>   - the fiscal year, period (01-12), version (01-99) or
      *>     amount is not valid;
      *>   - that account, year, version and period is already
      *>     on file (so a rerun cannot load a line twice).
      *> Rejected lines go to the shared error log with the
      *> record image, resubmittable through Err-Repair.
      *> BUDLOAD.RPT lists every line loaded or rejected and the
      *> totals loaded per fiscal year and version. RC 4 when
      *> anything was rejected. A GLBUDG.DAT that will not open
      *> ends the run RC 8 with nothing loaded, and a line the
      *> budget file will not take rejects like any other. Run on
      *> demand when finance releases a budget or a revision.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-TXN-FILE ASSIGN TO "GLBUDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-TXN-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CHART-STATUS.

           SELECT GL-BUDGET-FILE ASSIGN TO "GLBUDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-BUDGET-KEY
               FILE STATUS IS GL-BUDGET-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "BUDLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-TXN-FILE.
       01  BUDGET-TXN-RECORD.
           02  BTX-ACCOUNT         PIC X(8).
           02  FILLER              PIC X(1).
           02  BTX-FISCAL-YEAR     PIC 9(4).
           02  FILLER              PIC X(1).
           02  BTX-FISCAL-PERIOD   PIC 99.
           02  FILLER              PIC X(1).
           02  BTX-VERSION         PIC 99.
           02  FILLER              PIC X(1).
           02  BTX-AMOUNT          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           02  FILLER              PIC X(1).
           02  BTX-USER-ID         PIC X(8).

           COPY GLCOA.

           COPY GLBUDG.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 BUDGET-TXN-STATUS    PIC XX.
       01 GL-CHART-STATUS      PIC XX.
       01 GL-BUDGET-STATUS     PIC XX.

           COPY FILESTAT.
           COPY OPERTB.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-CHART-EOF         PIC X VALUE "N".
           88 END-OF-CHART     VALUE "Y".
       01 WS-TXN-EOF           PIC X VALUE "N".
           88 END-OF-BUDGET-TXNS VALUE "Y".

      *> The revenue and expense accounts on the chart - the only
      *> ones budgeted.
       01 WS-CA-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CA-SUB            PIC 9(3) VALUE ZERO.
       01 WS-CA-TABLE-AREA.
           02 WS-CA-ENTRY OCCURS 500 TIMES.
               03 WS-CA-ACCOUNT    PIC X(8).
               03 WS-CA-NAME       PIC X(30).
       01 WS-CA-FOUND          PIC X VALUE "N".
           88 CHART-ACCOUNT-FOUND VALUE "Y" FALSE "N".

      *> Totals loaded per fiscal year and version.
       01 WS-VT-COUNT          PIC 99 VALUE ZERO.
       01 WS-VT-SUB            PIC 99 VALUE ZERO.
       01 WS-VT-TABLE-AREA.
           02 WS-VT-ENTRY OCCURS 40 TIMES.
               03 WS-VT-FISCAL-YEAR PIC 9(4).
               03 WS-VT-VERSION    PIC 99.
               03 WS-VT-LINES      PIC 9(5).
               03 WS-VT-AMOUNT     PIC S9(13)V99.
       01 WS-VT-FOUND          PIC X VALUE "N".
           88 VERSION-TOTAL-FOUND VALUE "Y" FALSE "N".

       01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LOADED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-MSG        PIC X(40) VALUE SPACES.
       01 WS-REJECT-FIELD      PIC X(16) VALUE SPACES.

       01 BL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BL-ACCOUNT       PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BL-NAME          PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BL-FISCAL-YEAR   PIC X(4).
           02 FILLER           PIC X(1)  VALUE "/".
           02 BL-FISCAL-PERIOD PIC X(2).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 BL-VERSION       PIC X(2).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BL-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BL-USER-ID       PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BL-DISPOSITION   PIC X(44).

       PROCEDURE DIVISION.
       Begin.
           MOVE "BUDLOAD" TO ERR-PROGRAM-ID
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Load-Operator-Table
           PERFORM Load-Chart
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "GL BUDGET LOAD REGISTER" TO RH-TITLE
           MOVE "BUD-LOAD" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " ACCOUNT   ACCOUNT NAME                 " &
               "   FY/PD     VER              AMOUNT  LO" &
               "ADED BY DISPOSITION" TO RH-COLUMN-HEADS
           PERFORM Open-Budget-File
           IF GL-BUDGET-STATUS NOT = "00"
               DISPLAY "GLBUDG.DAT: status " GL-BUDGET-STATUS
                   ", nothing loaded"
               MOVE "  *** GLBUDG.DAT WOULD NOT OPEN - NOTHING LOADED"
                 & " ***" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               CLOSE PRINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Budget-Txns
           CLOSE GL-BUDGET-FILE
           PERFORM Print-Version-Totals
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           DISPLAY "Bud-Load: " WS-READ-COUNT " budget lines read, "
               WS-LOADED-COUNT " loaded, " WS-REJECT-COUNT
               " rejected"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Chart.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-STATUS = "00"
               PERFORM Read-Chart-Row
               PERFORM UNTIL END-OF-CHART
                   IF GLC-ACCOUNT NOT = SPACES
                   AND GLC-INCOME-STMT
                       IF WS-CA-COUNT < 500
                           ADD 1 TO WS-CA-COUNT
                           MOVE GLC-ACCOUNT
                               TO WS-CA-ACCOUNT (WS-CA-COUNT)
                           MOVE GLC-NAME TO WS-CA-NAME (WS-CA-COUNT)
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
                   ", no chart of accounts - every line will reject"
           END-IF.

       Read-Chart-Row.
           READ GL-CHART-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.

       Find-Chart-Account.
           SET CHART-ACCOUNT-FOUND TO FALSE
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
                  OR CHART-ACCOUNT-FOUND
               IF WS-CA-ACCOUNT (WS-CA-SUB) = BTX-ACCOUNT
                   SET CHART-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF CHART-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-CA-SUB
           END-IF.

       Open-Budget-File.
           OPEN I-O GL-BUDGET-FILE
           IF GL-BUDGET-STATUS = "35"
               OPEN OUTPUT GL-BUDGET-FILE
               CLOSE GL-BUDGET-FILE
               OPEN I-O GL-BUDGET-FILE
           END-IF.

       Load-Budget-Txns.
           OPEN INPUT BUDGET-TXN-FILE
           IF BUDGET-TXN-STATUS = "00"
               PERFORM Read-Budget-Txn
               PERFORM UNTIL END-OF-BUDGET-TXNS
                   ADD 1 TO WS-READ-COUNT
                   PERFORM Load-One-Budget-Line
                   PERFORM Read-Budget-Txn
               END-PERFORM
               CLOSE BUDGET-TXN-FILE
           ELSE
               DISPLAY "GLBUDTXN.DAT: status " BUDGET-TXN-STATUS
                   ", no budget lines to load"
               MOVE "  (no budget lines to load)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Read-Budget-Txn.
           READ BUDGET-TXN-FILE
               AT END
                   SET END-OF-BUDGET-TXNS TO TRUE
           END-READ.

       Load-One-Budget-Line.
           MOVE "GLBUDTXN.DAT" TO ERR-SOURCE-FILE
           MOVE BUDGET-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Edit-Budget-Line
           MOVE SPACES TO BL-LINE
           MOVE BTX-ACCOUNT TO BL-ACCOUNT
           MOVE BUDGET-TXN-RECORD (10:4) TO BL-FISCAL-YEAR
           MOVE BUDGET-TXN-RECORD (15:2) TO BL-FISCAL-PERIOD
           MOVE BUDGET-TXN-RECORD (18:2) TO BL-VERSION
           MOVE BTX-USER-ID TO BL-USER-ID
           IF CHART-ACCOUNT-FOUND
               MOVE WS-CA-NAME (WS-CA-SUB) TO BL-NAME
           END-IF
           IF BTX-AMOUNT NUMERIC
               MOVE BTX-AMOUNT TO BL-AMOUNT
           END-IF
           IF WS-REJECT-MSG = SPACES
               PERFORM File-Budget-Line
           END-IF
           IF WS-REJECT-MSG = SPACES
               ADD 1 TO WS-LOADED-COUNT
               MOVE "LOADED" TO BL-DISPOSITION
               PERFORM Add-Version-Total
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-FIELD TO ERR-FIELD-NAME
               MOVE WS-REJECT-MSG TO ERR-MESSAGE
               MOVE BTX-ACCOUNT TO ERR-INCOMING-VALUE
               PERFORM Write-Error-Log
               MOVE SPACES TO BL-DISPOSITION
               STRING "*** " WS-REJECT-MSG DELIMITED BY SIZE
                   INTO BL-DISPOSITION
           END-IF
           MOVE BL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> The first failure found is the reason given, starting
      *> with who is loading it.
       Edit-Budget-Line.
           MOVE SPACES TO WS-REJECT-MSG
           MOVE SPACES TO WS-REJECT-FIELD
           MOVE BTX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-BUDGET TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           PERFORM Find-Chart-Account
           EVALUATE TRUE
               WHEN NOT OPERATOR-AUTHORIZED
                   MOVE "BTX-USER-ID     " TO WS-REJECT-FIELD
                   MOVE WS-OPM-REJECT-MSG TO WS-REJECT-MSG
               WHEN BTX-ACCOUNT = SPACES OR NOT CHART-ACCOUNT-FOUND
                   MOVE "BTX-ACCOUNT     " TO WS-REJECT-FIELD
                   MOVE "Not a revenue or expense account on chart"
                       TO WS-REJECT-MSG
               WHEN BTX-FISCAL-YEAR NOT NUMERIC
               OR BTX-FISCAL-YEAR = ZERO
                   MOVE "BTX-FISCAL-YEAR " TO WS-REJECT-FIELD
                   MOVE "Fiscal year not valid" TO WS-REJECT-MSG
               WHEN BTX-FISCAL-PERIOD NOT NUMERIC
               OR BTX-FISCAL-PERIOD < 1 OR BTX-FISCAL-PERIOD > 12
                   MOVE "BTX-FISCAL-PD   " TO WS-REJECT-FIELD
                   MOVE "Fiscal period must be 01 to 12"
                       TO WS-REJECT-MSG
               WHEN BTX-VERSION NOT NUMERIC
               OR BTX-VERSION = ZERO
                   MOVE "BTX-VERSION     " TO WS-REJECT-FIELD
                   MOVE "Budget version must be 01 to 99"
                       TO WS-REJECT-MSG
               WHEN BTX-AMOUNT NOT NUMERIC
                   MOVE "BTX-AMOUNT      " TO WS-REJECT-FIELD
                   MOVE "Budget amount not numeric" TO WS-REJECT-MSG
           END-EVALUATE.

      *> A key already on file is a line already loaded; a
      *> revision goes in as a new version. Any other failure to
      *> file the line rejects it too, so it is never counted as
      *> loaded.
       File-Budget-Line.
           MOVE BTX-ACCOUNT TO GLB-ACCOUNT
           MOVE BTX-FISCAL-YEAR TO GLB-FISCAL-YEAR
           MOVE BTX-VERSION TO GLB-VERSION
           MOVE BTX-FISCAL-PERIOD TO GLB-FISCAL-PERIOD
           MOVE BTX-AMOUNT TO GLB-AMOUNT
           MOVE Y2KDate TO GLB-LOADED-DATE
           MOVE BTX-USER-ID TO GLB-LOADED-BY
           WRITE GL-BUDGET-RECORD
               INVALID KEY
                   MOVE "BTX-VERSION     " TO WS-REJECT-FIELD
                   MOVE "Already loaded - revise as a new version"
                       TO WS-REJECT-MSG
           END-WRITE
           IF WS-REJECT-MSG = SPACES
           AND GL-BUDGET-STATUS NOT = "00"
               DISPLAY "GLBUDG.DAT: status " GL-BUDGET-STATUS
                   " filing " BTX-ACCOUNT
               MOVE "BTX-ACCOUNT     " TO WS-REJECT-FIELD
               MOVE "Budget file write failed - not loaded"
                   TO WS-REJECT-MSG
           END-IF.

       Add-Version-Total.
           SET VERSION-TOTAL-FOUND TO FALSE
           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
               UNTIL WS-VT-SUB > WS-VT-COUNT
                  OR VERSION-TOTAL-FOUND
               IF WS-VT-FISCAL-YEAR (WS-VT-SUB) = BTX-FISCAL-YEAR
               AND WS-VT-VERSION (WS-VT-SUB) = BTX-VERSION
                   SET VERSION-TOTAL-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF VERSION-TOTAL-FOUND
               SUBTRACT 1 FROM WS-VT-SUB
           ELSE
               IF WS-VT-COUNT < 40
                   ADD 1 TO WS-VT-COUNT
                   MOVE WS-VT-COUNT TO WS-VT-SUB
                   MOVE BTX-FISCAL-YEAR
                       TO WS-VT-FISCAL-YEAR (WS-VT-SUB)
                   MOVE BTX-VERSION TO WS-VT-VERSION (WS-VT-SUB)
                   MOVE ZERO TO WS-VT-LINES (WS-VT-SUB)
                   MOVE ZERO TO WS-VT-AMOUNT (WS-VT-SUB)
               ELSE
                   MOVE ZERO TO WS-VT-SUB
               END-IF
           END-IF
           IF WS-VT-SUB > ZERO
               ADD 1 TO WS-VT-LINES (WS-VT-SUB)
               ADD BTX-AMOUNT TO WS-VT-AMOUNT (WS-VT-SUB)
           END-IF.

       Print-Version-Totals.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  -- LOADED BY FISCAL YEAR AND VERSION --"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-One-Version-Total
               VARYING WS-VT-SUB FROM 1 BY 1
               UNTIL WS-VT-SUB > WS-VT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  LINES READ " WS-READ-COUNT "   LOADED "
               WS-LOADED-COUNT "   REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-One-Version-Total.
           MOVE SPACES TO BL-LINE
           MOVE "TOTAL" TO BL-ACCOUNT
           MOVE SPACES TO BL-NAME
           STRING WS-VT-LINES (WS-VT-SUB) " LINES"
               DELIMITED BY SIZE INTO BL-NAME
           MOVE WS-VT-FISCAL-YEAR (WS-VT-SUB) TO BL-FISCAL-YEAR
           MOVE "--" TO BL-FISCAL-PERIOD
           MOVE WS-VT-VERSION (WS-VT-SUB) TO BL-VERSION
           MOVE WS-VT-AMOUNT (WS-VT-SUB) TO BL-AMOUNT
           MOVE BL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Bud-Load.
