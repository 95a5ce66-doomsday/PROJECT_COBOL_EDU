       IDENTIFICATION DIVISION.
       PROGRAM-ID. Year-Close.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Fiscal year-end close of the in-house ledger. GLLEDG.DAT
      *> accumulates by account and fiscal period and, left alone,
      *> never closes a year: revenue and expense run on across
      *> years and nothing states the new year's opening position.
      *> The YECLSCTL.DAT card names the fiscal year to close (the
      *> July-start year the ledger already files by), the
      *> retained earnings account it closes into and who is
      *> running the close. The run:
      *>   - refuses the year until all twelve of its periods are
      *>     marked closed on TAXLEDGR.DAT by Period-Close, the
      *>     same month-end marker the tax side keeps; it also
      *>     refuses a year already closed, a year with an earlier
      *>     year still open on the ledger, a retained earnings
      *>     account that is not an active equity account on the
      *>     chart, a ledger carrying an account not on the chart
      *>     (nothing says whether to close it), and a ledger
      *>     whose debits and credits disagree;
      *>   - zeroes every revenue and expense account into
      *>     retained earnings with a generated closing entry,
      *>     journalled on GLJRNL.DAT with origin "C" and source
      *>     key "YE" plus the year and filed on GLLEDG.DAT in
      *>     closing period 13 of the closed year, so the period
      *>     12 statements still read as the year ran;
      *>   - writes each balance-sheet account's balance after the
      *>     close to GLLEDG.DAT as a period 00 opening row of the
      *>     new year;
      *>   - registers the year on GLYRCLS.DAT, which locks it
      *>     against further postings by Je-Post and Gl-Ledger.
      *> YRCLOSE.RPT prints the closing entry, the trial balance
      *> by account before and after the close and the opening
      *> rows, for the auditors' file.
      *> A refusal ends RETURN-CODE 8 with nothing posted and the
      *> reasons on the console; a ledger row that would not file
      *> ends RETURN-CODE 4. Run on demand once period 12 has
      *> closed and its last journal entries have posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CONTROL-FILE ASSIGN TO "YECLSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-CONTROL-STATUS.

           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-PERIOD-KEY
               FILE STATUS IS TAX-LEDGER-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CHART-STATUS.

           SELECT GL-YEAR-CLOSE-FILE ASSIGN TO "GLYRCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-YEAR-CLOSE-STATUS.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLL-LEDGER-KEY
               FILE STATUS IS GL-LEDGER-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "YRCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CONTROL-FILE.
       01  CLOSE-CONTROL-RECORD.
           02  YCC-FISCAL-YEAR     PIC 9(4).
           02  FILLER              PIC X(1).
           02  YCC-RE-ACCOUNT      PIC X(8).
           02  FILLER              PIC X(1).
           02  YCC-USER-ID         PIC X(8).

       FD  TAX-LEDGER-FILE.
       01  TAX-LEDGER-RECORD.
           02  TL-PERIOD-KEY.
               03  TL-FISCAL-YEAR      PIC 9(4).
               03  TL-FISCAL-PERIOD    PIC 99.
           02  TL-DAY-COUNT            PIC 9(3).
           02  TL-TRANS-COUNT          PIC 9(7).
           02  TL-GROSS-SALES          PIC 9(9)V99.
           02  TL-REFUND-TOTAL         PIC 9(9)V99.
           02  TL-TOTAL-BEFORE-TAX     PIC S9(9)V99.
           02  TL-TOTAL-TAX-COLLECTED  PIC S9(9)V99.
           02  TL-TOTAL-AFTER-TAX      PIC S9(9)V99.
           02  TL-CLOSED-FLAG          PIC X.
               88 TL-PERIOD-CLOSED     VALUE "C".

           COPY GLCOA.

           COPY GLYRCLS.

           COPY GLLEDG.

           COPY GLJRNL.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 CLOSE-CONTROL-STATUS PIC XX.
       01 TAX-LEDGER-STATUS    PIC XX.
       01 GL-CHART-STATUS      PIC XX.
       01 GL-YEAR-CLOSE-STATUS PIC XX.
       01 GL-LEDGER-STATUS     PIC XX.
       01 GL-JOURNAL-STATUS    PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-CHART-EOF         PIC X VALUE "N".
           88 END-OF-CHART     VALUE "Y".
       01 WS-YEAR-CLOSE-EOF    PIC X VALUE "N".
           88 END-OF-YEAR-CLOSES VALUE "Y".
       01 WS-LEDGER-EOF        PIC X VALUE "N".
           88 END-OF-LEDGER    VALUE "Y" FALSE "N".

      *> The year being closed, off the card.
       01 WS-CLOSE-FY          PIC 9(4) VALUE ZERO.
       01 WS-NEW-FY            PIC 9(4) VALUE ZERO.
       01 WS-RE-ACCOUNT        PIC X(8) VALUE SPACES.
       01 WS-CLOSE-USER        PIC X(8) VALUE SPACES.
       01 WS-CLOSE-SOURCE-KEY  PIC X(8) VALUE SPACES.
       01 WS-CARD-VALID        PIC X VALUE "Y".
           88 CARD-IS-VALID    VALUE "Y" FALSE "N".

      *> Every reason the year cannot close is counted and shown;
      *> any one of them stops the run before anything posts.
       01 WS-REFUSALS          PIC 9(3) VALUE ZERO.
       01 WS-REFUSAL-TEXT      PIC X(80) VALUE SPACES.
       01 WS-PD-SUB            PIC 99 VALUE ZERO.
       01 WS-OPEN-PERIODS      PIC 99 VALUE ZERO.

      *> Years already closed, off GLYRCLS.DAT.
       01 WS-YC-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-YC-SUB            PIC 9(3) VALUE ZERO.
       01 WS-YC-TABLE-AREA.
           02 WS-YC-ENTRY OCCURS 100 TIMES.
               03 WS-YC-FISCAL-YEAR PIC 9(4).
       01 WS-YC-FOUND          PIC X VALUE "N".
           88 YEAR-IS-CLOSED   VALUE "Y" FALSE "N".
       01 WS-YC-LOOKUP-FY      PIC 9(4) VALUE ZERO.
       01 WS-EARLIEST-OPEN-FY  PIC 9(4) VALUE ZERO.

      *> The chart, one slot per account.
       01 WS-CA-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CA-SUB            PIC 9(3) VALUE ZERO.
       01 WS-CA-TABLE-AREA.
           02 WS-CA-ENTRY OCCURS 500 TIMES.
               03 WS-CA-ACCOUNT    PIC X(8).
               03 WS-CA-NAME       PIC X(30).
               03 WS-CA-TYPE       PIC X.
               03 WS-CA-STATUS     PIC X.
       01 WS-CA-FOUND          PIC X VALUE "N".
           88 CHART-ACCOUNT-FOUND VALUE "Y" FALSE "N".
       01 WS-CA-LOOKUP         PIC X(8) VALUE SPACES.

      *> One slot per ledger account, in account order. Balances
      *> are held debit-positive: the balance through the closed
      *> year before the close, the closing entry line, and the
      *> balance after it. The slot past the 500 accounts is kept
      *> for retained earnings, should it have no ledger row yet.
       01 WS-AB-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-AB-SUB            PIC 9(3) VALUE ZERO.
       01 WS-AB-MOVE-SUB       PIC 9(3) VALUE ZERO.
       01 WS-AB-TABLE-AREA.
           02 WS-AB-ENTRY OCCURS 501 TIMES.
               03 WS-AB-ACCOUNT    PIC X(8).
               03 WS-AB-NAME       PIC X(30).
               03 WS-AB-TYPE       PIC X.
               03 WS-AB-BEFORE     PIC S9(13)V99.
               03 WS-AB-CLOSE      PIC S9(13)V99.
               03 WS-AB-AFTER      PIC S9(13)V99.
       01 WS-AB-FOUND          PIC X VALUE "N".
           88 BALANCE-SLOT-FOUND VALUE "Y" FALSE "N".
       01 WS-AB-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-UNCHARTED-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-LEDGER-NET        PIC S9(13)V99 VALUE ZERO.

      *> The closing entry and the opening rows.
       01 WS-RE-NET            PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-INCOME        PIC S9(13)V99 VALUE ZERO.
       01 WS-POST-NET          PIC S9(13)V99 VALUE ZERO.
       01 WS-CLOSE-LINES       PIC 9(5) VALUE ZERO.
       01 WS-OPENING-ROWS      PIC 9(5) VALUE ZERO.
       01 WS-POST-PROBLEMS     PIC 9(3) VALUE ZERO.
       01 WS-LEDGER-ROW-NEW    PIC X VALUE "N".
           88 LEDGER-ROW-IS-NEW VALUE "Y" FALSE "N".

      *> Report column totals.
       01 WS-TOT-1             PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-2             PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-3             PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-4             PIC 9(13)V99 VALUE ZERO.

       01 YC-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 YC-ACCOUNT       PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 YC-NAME          PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 YC-TYPE          PIC X(9).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 YC-AMOUNT-1      PIC $$$,$$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 YC-AMOUNT-2      PIC $$$,$$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 YC-AMOUNT-3      PIC $$$,$$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 YC-AMOUNT-4      PIC $$$,$$$,$$$,$$9.99.

       01 YC-NET-EDIT          PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Close-Card
           IF NOT CARD-IS-VALID
               DISPLAY "YECLSCTL.DAT: no fiscal year and retained "
                   "earnings account keyed - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEW-FY = WS-CLOSE-FY + 1
           MOVE SPACES TO WS-CLOSE-SOURCE-KEY
           STRING "YE" WS-CLOSE-FY DELIMITED BY SIZE
               INTO WS-CLOSE-SOURCE-KEY
           DISPLAY "Year-Close for fiscal year " WS-CLOSE-FY
               " into retained earnings " WS-RE-ACCOUNT

           PERFORM Load-Closed-Years
           MOVE WS-CLOSE-FY TO WS-YC-LOOKUP-FY
           PERFORM Find-Closed-Year
           IF YEAR-IS-CLOSED
               DISPLAY "Fiscal year " WS-CLOSE-FY " is already closed"
                   " and locked - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Periods-Closed
           PERFORM Load-Chart
           PERFORM Check-Retained-Earnings
           PERFORM Load-Ledger-Balances
           IF WS-REFUSALS > ZERO
               DISPLAY "Year-Close: " WS-REFUSALS " reason(s) the "
                   "year cannot close - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Post-Closing-Entry
           PERFORM Write-Opening-Rows
           PERFORM Register-Closed-Year

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "YEAR-CLOSE" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           PERFORM Print-Closing-Entry
           PERFORM Print-Trial-Balances
           PERFORM Print-Opening-Rows
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           MOVE WS-NET-INCOME TO YC-NET-EDIT
           DISPLAY "Year-Close: FY " WS-CLOSE-FY " closed - "
               WS-CLOSE-LINES " closing line(s), net income "
               YC-NET-EDIT ", " WS-OPENING-ROWS " opening row(s)"
           IF WS-POST-PROBLEMS > ZERO
               DISPLAY "Year-Close: " WS-POST-PROBLEMS " ledger "
                   "row(s) would not file - see the console above"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Get-Close-Card.
           SET CARD-IS-VALID TO FALSE
           OPEN INPUT CLOSE-CONTROL-FILE
           IF CLOSE-CONTROL-STATUS = "00"
               READ CLOSE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YCC-FISCAL-YEAR NUMERIC
                       AND YCC-FISCAL-YEAR > ZERO
                       AND YCC-RE-ACCOUNT NOT = SPACES
                           SET CARD-IS-VALID TO TRUE
                           MOVE YCC-FISCAL-YEAR TO WS-CLOSE-FY
                           MOVE YCC-RE-ACCOUNT TO WS-RE-ACCOUNT
                           MOVE YCC-USER-ID TO WS-CLOSE-USER
                       END-IF
               END-READ
               CLOSE CLOSE-CONTROL-FILE
           END-IF.

       Load-Closed-Years.
           OPEN INPUT GL-YEAR-CLOSE-FILE
           IF GL-YEAR-CLOSE-STATUS = "00"
               PERFORM Read-Year-Close
               PERFORM UNTIL END-OF-YEAR-CLOSES
                   IF GYC-FISCAL-YEAR NUMERIC
                   AND WS-YC-COUNT < 100
                       ADD 1 TO WS-YC-COUNT
                       MOVE GYC-FISCAL-YEAR
                           TO WS-YC-FISCAL-YEAR (WS-YC-COUNT)
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

       Find-Closed-Year.
           SET YEAR-IS-CLOSED TO FALSE
           PERFORM VARYING WS-YC-SUB FROM 1 BY 1
               UNTIL WS-YC-SUB > WS-YC-COUNT
                  OR YEAR-IS-CLOSED
               IF WS-YC-FISCAL-YEAR (WS-YC-SUB) = WS-YC-LOOKUP-FY
                   SET YEAR-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

       Refuse-Close.
           ADD 1 TO WS-REFUSALS
           DISPLAY "  " WS-REFUSAL-TEXT
           MOVE SPACES TO WS-REFUSAL-TEXT.

      *> Period-Close stamps each month closed on TAXLEDGR.DAT;
      *> a period with no row there has not been closed either.
       Check-Periods-Closed.
           MOVE ZERO TO WS-OPEN-PERIODS
           OPEN INPUT TAX-LEDGER-FILE
           IF TAX-LEDGER-STATUS NOT = "00"
               MOVE "TAXLEDGR.DAT: no period ledger - no period of "
                   & "the year is closed" TO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
           ELSE
               PERFORM Check-One-Period
                   VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > 12
               CLOSE TAX-LEDGER-FILE
           END-IF.

       Check-One-Period.
           MOVE WS-CLOSE-FY TO TL-FISCAL-YEAR
           MOVE WS-PD-SUB TO TL-FISCAL-PERIOD
           READ TAX-LEDGER-FILE
               INVALID KEY
                   MOVE SPACES TO TL-CLOSED-FLAG
           END-READ
           IF NOT TL-PERIOD-CLOSED
               ADD 1 TO WS-OPEN-PERIODS
               STRING "Period " WS-CLOSE-FY "/" WS-PD-SUB
                   " is not closed - run Period-Close first"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
           END-IF.

      *> Inactive accounts stay in: their balances still close.
       Load-Chart.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-STATUS = "00"
               PERFORM Read-Chart-Row
               PERFORM UNTIL END-OF-CHART
                   IF GLC-ACCOUNT NOT = SPACES
                   AND GLC-TYPE-VALID
                       IF WS-CA-COUNT < 500
                           ADD 1 TO WS-CA-COUNT
                           MOVE GLC-ACCOUNT
                               TO WS-CA-ACCOUNT (WS-CA-COUNT)
                           MOVE GLC-NAME TO WS-CA-NAME (WS-CA-COUNT)
                           MOVE GLC-TYPE TO WS-CA-TYPE (WS-CA-COUNT)
                           MOVE GLC-STATUS
                               TO WS-CA-STATUS (WS-CA-COUNT)
                       ELSE
                           DISPLAY "GLCOA.DAT: more than 500 "
                               "accounts - " GLC-ACCOUNT " not loaded"
                       END-IF
                   END-IF
                   PERFORM Read-Chart-Row
               END-PERFORM
               CLOSE GL-CHART-FILE
           ELSE
               MOVE "GLCOA.DAT: no chart of accounts - nothing says "
                   & "which accounts close" TO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
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
               IF WS-CA-ACCOUNT (WS-CA-SUB) = WS-CA-LOOKUP
                   SET CHART-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF CHART-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-CA-SUB
           END-IF.

       Check-Retained-Earnings.
           MOVE WS-RE-ACCOUNT TO WS-CA-LOOKUP
           PERFORM Find-Chart-Account
           IF NOT CHART-ACCOUNT-FOUND
               STRING "Retained earnings account " WS-RE-ACCOUNT
                   " is not on the chart of accounts"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
           ELSE
               IF WS-CA-TYPE (WS-CA-SUB) NOT = "E"
                   STRING "Retained earnings account " WS-RE-ACCOUNT
                       " is not an equity account"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   PERFORM Refuse-Close
               END-IF
               IF WS-CA-STATUS (WS-CA-SUB) = "I"
                   STRING "Retained earnings account " WS-RE-ACCOUNT
                       " is inactive on the chart"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   PERFORM Refuse-Close
               END-IF
           END-IF.

      *> Every account's balance through the end of the closed
      *> year. The ledger reads in key order - account, then year,
      *> then period - so an account's period 00 opening row comes
      *> after the years it was carried from and starts its
      *> balance over. Rows for later years do not touch the close.
       Load-Ledger-Balances.
           OPEN INPUT GL-LEDGER-FILE
           IF GL-LEDGER-STATUS NOT = "00"
               MOVE "GLLEDG.DAT: no ledger on file - nothing to close"
                   TO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
           ELSE
               MOVE LOW-VALUES TO GLL-LEDGER-KEY
               SET END-OF-LEDGER TO FALSE
               START GL-LEDGER-FILE KEY IS NOT LESS THAN
                       GLL-LEDGER-KEY
                   INVALID KEY
                       SET END-OF-LEDGER TO TRUE
               END-START
               PERFORM UNTIL END-OF-LEDGER
                   READ GL-LEDGER-FILE NEXT
                       AT END
                           SET END-OF-LEDGER TO TRUE
                       NOT AT END
                           IF GLL-FISCAL-YEAR <= WS-CLOSE-FY
                               PERFORM Accumulate-One-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-LEDGER-FILE
               PERFORM Check-Ledger-Proves
           END-IF.

       Accumulate-One-Row.
      *> A fiscal month or closing row of an earlier year that was
      *> never closed: its revenue and expense would close with
      *> this year's. A period 00 row only says its prior year
      *> closed.
           IF GLL-FISCAL-YEAR < WS-CLOSE-FY
           AND GLL-FISCAL-PERIOD > ZERO
               MOVE GLL-FISCAL-YEAR TO WS-YC-LOOKUP-FY
               PERFORM Find-Closed-Year
               IF NOT YEAR-IS-CLOSED
                   IF WS-EARLIEST-OPEN-FY = ZERO
                   OR GLL-FISCAL-YEAR < WS-EARLIEST-OPEN-FY
                       MOVE GLL-FISCAL-YEAR TO WS-EARLIEST-OPEN-FY
                   END-IF
               END-IF
           END-IF
           IF WS-AB-COUNT = ZERO
               PERFORM Add-Balance-Slot
           ELSE
               IF GLL-ACCOUNT NOT = WS-AB-ACCOUNT (WS-AB-COUNT)
                   PERFORM Add-Balance-Slot
               END-IF
           END-IF
           IF WS-AB-SUB > ZERO
               IF GLL-FISCAL-PERIOD = ZERO
                   MOVE ZERO TO WS-AB-BEFORE (WS-AB-SUB)
               END-IF
               COMPUTE WS-AB-BEFORE (WS-AB-SUB) =
                   WS-AB-BEFORE (WS-AB-SUB) + GLL-DEBITS - GLL-CREDITS
           END-IF.

       Add-Balance-Slot.
           IF WS-AB-COUNT < 500
               ADD 1 TO WS-AB-COUNT
               MOVE WS-AB-COUNT TO WS-AB-SUB
               MOVE GLL-ACCOUNT TO WS-AB-ACCOUNT (WS-AB-SUB)
               MOVE ZERO TO WS-AB-BEFORE (WS-AB-SUB)
               MOVE ZERO TO WS-AB-CLOSE (WS-AB-SUB)
               MOVE ZERO TO WS-AB-AFTER (WS-AB-SUB)
               MOVE GLL-ACCOUNT TO WS-CA-LOOKUP
               PERFORM Find-Chart-Account
               IF CHART-ACCOUNT-FOUND
                   MOVE WS-CA-NAME (WS-CA-SUB)
                       TO WS-AB-NAME (WS-AB-SUB)
                   MOVE WS-CA-TYPE (WS-CA-SUB)
                       TO WS-AB-TYPE (WS-AB-SUB)
               ELSE
                   MOVE "*** NOT ON CHART OF ACCOUNTS"
                       TO WS-AB-NAME (WS-AB-SUB)
                   MOVE SPACE TO WS-AB-TYPE (WS-AB-SUB)
                   ADD 1 TO WS-UNCHARTED-COUNT
                   STRING "Ledger account " GLL-ACCOUNT
                       " is not on the chart of accounts"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   PERFORM Refuse-Close
               END-IF
           ELSE
               ADD 1 TO WS-AB-OVERFLOW
               MOVE ZERO TO WS-AB-SUB
           END-IF.

       Check-Ledger-Proves.
           IF WS-EARLIEST-OPEN-FY > ZERO
               STRING "Fiscal year " WS-EARLIEST-OPEN-FY
                   " is still open on the ledger - close it first"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
           END-IF
           IF WS-AB-OVERFLOW > ZERO
               MOVE "GLLEDG.DAT: more than 500 accounts - the close "
                   & "would be incomplete" TO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
           END-IF
           MOVE ZERO TO WS-LEDGER-NET
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
               ADD WS-AB-BEFORE (WS-AB-SUB) TO WS-LEDGER-NET
           END-PERFORM
           IF WS-LEDGER-NET NOT = ZERO
               MOVE WS-LEDGER-NET TO YC-NET-EDIT
               STRING "Ledger debits and credits differ by "
                   YC-NET-EDIT " - run Gl-Ledger's proofs"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               PERFORM Refuse-Close
           END-IF.

      *>----------------------------------------------------------
      *> Posting the close
      *>----------------------------------------------------------
       Post-Closing-Entry.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               OPEN EXTEND GL-JOURNAL-FILE
           END-IF
           OPEN I-O GL-LEDGER-FILE
           MOVE ZERO TO WS-RE-NET
           PERFORM Close-One-Account
               VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
           IF WS-RE-NET NOT = ZERO
               PERFORM Find-Retained-Earnings-Slot
               MOVE WS-RE-NET TO WS-AB-CLOSE (WS-AB-SUB)
               MOVE WS-RE-NET TO WS-POST-NET
               PERFORM Post-Closing-Line
           END-IF
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-LEDGER-FILE
           COMPUTE WS-NET-INCOME = 0 - WS-RE-NET
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
               COMPUTE WS-AB-AFTER (WS-AB-SUB) =
                   WS-AB-BEFORE (WS-AB-SUB) + WS-AB-CLOSE (WS-AB-SUB)
           END-PERFORM.

      *> A revenue or expense balance is reversed out; what it
      *> carried lands in retained earnings.
       Close-One-Account.
           IF (WS-AB-TYPE (WS-AB-SUB) = "R"
               OR WS-AB-TYPE (WS-AB-SUB) = "X")
           AND WS-AB-BEFORE (WS-AB-SUB) NOT = ZERO
               COMPUTE WS-AB-CLOSE (WS-AB-SUB) =
                   0 - WS-AB-BEFORE (WS-AB-SUB)
               ADD WS-AB-BEFORE (WS-AB-SUB) TO WS-RE-NET
               MOVE WS-AB-CLOSE (WS-AB-SUB) TO WS-POST-NET
               PERFORM Post-Closing-Line
           END-IF.

      *> Retained earnings may have no ledger row yet; its slot
      *> goes in at its place in account order.
       Find-Retained-Earnings-Slot.
           SET BALANCE-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
                  OR BALANCE-SLOT-FOUND
               IF WS-AB-ACCOUNT (WS-AB-SUB) = WS-RE-ACCOUNT
                   SET BALANCE-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF BALANCE-SLOT-FOUND
               SUBTRACT 1 FROM WS-AB-SUB
           ELSE
               PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AB-COUNT
                      OR BALANCE-SLOT-FOUND
                   IF WS-AB-ACCOUNT (WS-AB-SUB) > WS-RE-ACCOUNT
                       SET BALANCE-SLOT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF BALANCE-SLOT-FOUND
                   SUBTRACT 1 FROM WS-AB-SUB
               END-IF
               PERFORM VARYING WS-AB-MOVE-SUB FROM WS-AB-COUNT BY -1
                   UNTIL WS-AB-MOVE-SUB < WS-AB-SUB
                   MOVE WS-AB-ENTRY (WS-AB-MOVE-SUB)
                       TO WS-AB-ENTRY (WS-AB-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-AB-COUNT
               MOVE WS-RE-ACCOUNT TO WS-AB-ACCOUNT (WS-AB-SUB)
               MOVE WS-RE-ACCOUNT TO WS-CA-LOOKUP
               PERFORM Find-Chart-Account
               MOVE WS-CA-NAME (WS-CA-SUB) TO WS-AB-NAME (WS-AB-SUB)
               MOVE WS-CA-TYPE (WS-CA-SUB) TO WS-AB-TYPE (WS-AB-SUB)
               MOVE ZERO TO WS-AB-BEFORE (WS-AB-SUB)
               MOVE ZERO TO WS-AB-CLOSE (WS-AB-SUB)
               MOVE ZERO TO WS-AB-AFTER (WS-AB-SUB)
           END-IF.

      *> One line of the closing entry, WS-POST-NET debit-positive,
      *> to the journal and to period 13 of the closed year.
       Post-Closing-Line.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE Y2KDate TO GJ-RUN-DATE
           MOVE WS-AB-ACCOUNT (WS-AB-SUB) TO GJ-ACCOUNT
           IF WS-POST-NET > ZERO
               MOVE "D" TO GJ-DR-CR
               MOVE WS-POST-NET TO GJ-AMOUNT
           ELSE
               MOVE "C" TO GJ-DR-CR
               COMPUTE GJ-AMOUNT = 0 - WS-POST-NET
           END-IF
           MOVE WS-CLOSE-SOURCE-KEY TO GJ-SOURCE-KEY
           MOVE WS-CLOSE-FY TO GJ-FISCAL-YEAR
           MOVE 13 TO GJ-FISCAL-PERIOD
           SET GJ-YEAR-CLOSE TO TRUE
           MOVE "YEAR-END CLOSE TO RETAINED EARN" TO GJ-DESCRIPTION
           MOVE WS-CLOSE-USER TO GJ-PREPARED-BY
           MOVE WS-CLOSE-USER TO GJ-APPROVED-BY
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-CLOSE-LINES
           MOVE WS-AB-ACCOUNT (WS-AB-SUB) TO GLL-ACCOUNT
           MOVE WS-CLOSE-FY TO GLL-FISCAL-YEAR
           MOVE 13 TO GLL-FISCAL-PERIOD
           SET LEDGER-ROW-IS-NEW TO FALSE
           READ GL-LEDGER-FILE
               INVALID KEY
                   SET LEDGER-ROW-IS-NEW TO TRUE
                   MOVE WS-AB-ACCOUNT (WS-AB-SUB) TO GLL-ACCOUNT
                   MOVE WS-CLOSE-FY TO GLL-FISCAL-YEAR
                   MOVE 13 TO GLL-FISCAL-PERIOD
                   MOVE ZERO TO GLL-DEBITS
                   MOVE ZERO TO GLL-CREDITS
           END-READ
           IF GJ-DR-CR = "D"
               ADD GJ-AMOUNT TO GLL-DEBITS
           ELSE
               ADD GJ-AMOUNT TO GLL-CREDITS
           END-IF
           IF LEDGER-ROW-IS-NEW
               WRITE GL-LEDGER-RECORD
                   INVALID KEY
                       PERFORM Note-Ledger-Problem
               END-WRITE
           ELSE
               REWRITE GL-LEDGER-RECORD
                   INVALID KEY
                       PERFORM Note-Ledger-Problem
               END-REWRITE
           END-IF.

       Note-Ledger-Problem.
           ADD 1 TO WS-POST-PROBLEMS
           DISPLAY "GLLEDG.DAT: " GLL-ACCOUNT " " GLL-FISCAL-YEAR "/"
               GLL-FISCAL-PERIOD " not filed - status "
               GL-LEDGER-STATUS.

      *> The new year opens on each balance-sheet account's whole
      *> balance after the close, debit or credit side.
       Write-Opening-Rows.
           OPEN I-O GL-LEDGER-FILE
           PERFORM Write-One-Opening-Row
               VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
           CLOSE GL-LEDGER-FILE.

       Write-One-Opening-Row.
           IF (WS-AB-TYPE (WS-AB-SUB) = "A"
               OR WS-AB-TYPE (WS-AB-SUB) = "L"
               OR WS-AB-TYPE (WS-AB-SUB) = "E")
           AND WS-AB-AFTER (WS-AB-SUB) NOT = ZERO
               MOVE WS-AB-ACCOUNT (WS-AB-SUB) TO GLL-ACCOUNT
               MOVE WS-NEW-FY TO GLL-FISCAL-YEAR
               MOVE ZERO TO GLL-FISCAL-PERIOD
               MOVE ZERO TO GLL-DEBITS
               MOVE ZERO TO GLL-CREDITS
               IF WS-AB-AFTER (WS-AB-SUB) > ZERO
                   MOVE WS-AB-AFTER (WS-AB-SUB) TO GLL-DEBITS
               ELSE
                   COMPUTE GLL-CREDITS = 0 - WS-AB-AFTER (WS-AB-SUB)
               END-IF
               WRITE GL-LEDGER-RECORD
                   INVALID KEY
                       PERFORM Note-Ledger-Problem
                   NOT INVALID KEY
                       ADD 1 TO WS-OPENING-ROWS
               END-WRITE
           END-IF.

      *> The register row is the lock: it goes on last, once the
      *> close has posted.
       Register-Closed-Year.
           OPEN EXTEND GL-YEAR-CLOSE-FILE
           IF GL-YEAR-CLOSE-STATUS = "35"
               OPEN OUTPUT GL-YEAR-CLOSE-FILE
               CLOSE GL-YEAR-CLOSE-FILE
               OPEN EXTEND GL-YEAR-CLOSE-FILE
           END-IF
           MOVE SPACES TO GL-YEAR-CLOSE-RECORD
           MOVE WS-CLOSE-FY TO GYC-FISCAL-YEAR
           MOVE Y2KDate TO GYC-CLOSED-DATE
           MOVE WS-RE-ACCOUNT TO GYC-RE-ACCOUNT
           MOVE WS-NET-INCOME TO GYC-NET-INCOME
           MOVE WS-CLOSE-USER TO GYC-CLOSED-BY
           WRITE GL-YEAR-CLOSE-RECORD
           CLOSE GL-YEAR-CLOSE-FILE.

      *>----------------------------------------------------------
      *> The auditors' report
      *>----------------------------------------------------------
       Print-Closing-Entry.
           MOVE SPACES TO RH-TITLE
           STRING "YEAR-END CLOSING ENTRY FY " WS-CLOSE-FY
               DELIMITED BY SIZE INTO RH-TITLE
           MOVE " ACCOUNT   ACCOUNT NAME                 " &
               "   TYPE                    DEBIT        " &
               "      CREDIT" TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Source key " WS-CLOSE-SOURCE-KEY ", posted to "
               "period " WS-CLOSE-FY "/13, closed by " WS-CLOSE-USER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-TOT-1
           MOVE ZERO TO WS-TOT-2
           PERFORM Print-Closing-Line
               VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
           IF WS-CLOSE-LINES = ZERO
               MOVE "    (no revenue or expense balance to close)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO YC-LINE
           MOVE "TOTAL CLOSING ENTRY" TO YC-NAME
           MOVE WS-TOT-1 TO YC-AMOUNT-1
           MOVE WS-TOT-2 TO YC-AMOUNT-2
           MOVE YC-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-NET-INCOME TO YC-NET-EDIT
           STRING "  Net income closed to " WS-RE-ACCOUNT ": "
               YC-NET-EDIT DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Closing-Line.
           IF WS-AB-CLOSE (WS-AB-SUB) NOT = ZERO
               PERFORM Fill-Account-Columns
               IF WS-AB-CLOSE (WS-AB-SUB) > ZERO
                   MOVE WS-AB-CLOSE (WS-AB-SUB) TO YC-AMOUNT-1
                   ADD WS-AB-CLOSE (WS-AB-SUB) TO WS-TOT-1
               ELSE
                   COMPUTE YC-AMOUNT-2 = 0 - WS-AB-CLOSE (WS-AB-SUB)
                   SUBTRACT WS-AB-CLOSE (WS-AB-SUB) FROM WS-TOT-2
               END-IF
               MOVE YC-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Fill-Account-Columns.
           MOVE SPACES TO YC-LINE
           MOVE WS-AB-ACCOUNT (WS-AB-SUB) TO YC-ACCOUNT
           MOVE WS-AB-NAME (WS-AB-SUB) TO YC-NAME
           EVALUATE WS-AB-TYPE (WS-AB-SUB)
               WHEN "A" MOVE "ASSET"     TO YC-TYPE
               WHEN "L" MOVE "LIABILITY" TO YC-TYPE
               WHEN "E" MOVE "EQUITY"    TO YC-TYPE
               WHEN "R" MOVE "REVENUE"   TO YC-TYPE
               WHEN "X" MOVE "EXPENSE"   TO YC-TYPE
           END-EVALUATE.

       Print-Trial-Balances.
           MOVE SPACES TO RH-TITLE
           STRING "TRIAL BALANCE BEFORE/AFTER CLOSE FY " WS-CLOSE-FY
               DELIMITED BY SIZE INTO RH-TITLE
           MOVE " ACCOUNT   ACCOUNT NAME                 " &
               "   TYPE             BEFORE DEBIT       B" &
               "EFORE CREDIT         AFTER DEBIT        " &
               "AFTER CREDIT" TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE ZERO TO WS-TOT-1
           MOVE ZERO TO WS-TOT-2
           MOVE ZERO TO WS-TOT-3
           MOVE ZERO TO WS-TOT-4
           PERFORM Print-Trial-Balance-Line
               VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
           MOVE SPACES TO YC-LINE
           MOVE "TOTALS" TO YC-NAME
           MOVE WS-TOT-1 TO YC-AMOUNT-1
           MOVE WS-TOT-2 TO YC-AMOUNT-2
           MOVE WS-TOT-3 TO YC-AMOUNT-3
           MOVE WS-TOT-4 TO YC-AMOUNT-4
           MOVE YC-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-TOT-1 = WS-TOT-2 AND WS-TOT-3 = WS-TOT-4
               MOVE "  Debits equal credits before and after the close"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "  *** TRIAL BALANCE OUT OF BALANCE"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM Write-Print-Line.

       Print-Trial-Balance-Line.
           IF WS-AB-BEFORE (WS-AB-SUB) NOT = ZERO
           OR WS-AB-AFTER (WS-AB-SUB) NOT = ZERO
               PERFORM Fill-Account-Columns
               IF WS-AB-BEFORE (WS-AB-SUB) > ZERO
                   MOVE WS-AB-BEFORE (WS-AB-SUB) TO YC-AMOUNT-1
                   ADD WS-AB-BEFORE (WS-AB-SUB) TO WS-TOT-1
               END-IF
               IF WS-AB-BEFORE (WS-AB-SUB) < ZERO
                   COMPUTE YC-AMOUNT-2 = 0 - WS-AB-BEFORE (WS-AB-SUB)
                   SUBTRACT WS-AB-BEFORE (WS-AB-SUB) FROM WS-TOT-2
               END-IF
               IF WS-AB-AFTER (WS-AB-SUB) > ZERO
                   MOVE WS-AB-AFTER (WS-AB-SUB) TO YC-AMOUNT-3
                   ADD WS-AB-AFTER (WS-AB-SUB) TO WS-TOT-3
               END-IF
               IF WS-AB-AFTER (WS-AB-SUB) < ZERO
                   COMPUTE YC-AMOUNT-4 = 0 - WS-AB-AFTER (WS-AB-SUB)
                   SUBTRACT WS-AB-AFTER (WS-AB-SUB) FROM WS-TOT-4
               END-IF
               MOVE YC-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Print-Opening-Rows.
           MOVE SPACES TO RH-TITLE
           STRING "OPENING BALANCES FY " WS-NEW-FY " PERIOD 00"
               DELIMITED BY SIZE INTO RH-TITLE
           MOVE " ACCOUNT   ACCOUNT NAME                 " &
               "   TYPE                    DEBIT        " &
               "      CREDIT" TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE ZERO TO WS-TOT-1
           MOVE ZERO TO WS-TOT-2
           PERFORM Print-Opening-Line
               VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
           MOVE SPACES TO YC-LINE
           MOVE "TOTAL OPENING BALANCES" TO YC-NAME
           MOVE WS-TOT-1 TO YC-AMOUNT-1
           MOVE WS-TOT-2 TO YC-AMOUNT-2
           MOVE YC-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-OPENING-ROWS " opening row(s) filed; fiscal"
               " year " WS-CLOSE-FY " is locked against postings"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Opening-Line.
           IF (WS-AB-TYPE (WS-AB-SUB) = "A"
               OR WS-AB-TYPE (WS-AB-SUB) = "L"
               OR WS-AB-TYPE (WS-AB-SUB) = "E")
           AND WS-AB-AFTER (WS-AB-SUB) NOT = ZERO
               PERFORM Fill-Account-Columns
               IF WS-AB-AFTER (WS-AB-SUB) > ZERO
                   MOVE WS-AB-AFTER (WS-AB-SUB) TO YC-AMOUNT-1
                   ADD WS-AB-AFTER (WS-AB-SUB) TO WS-TOT-1
               ELSE
                   COMPUTE YC-AMOUNT-2 = 0 - WS-AB-AFTER (WS-AB-SUB)
                   SUBTRACT WS-AB-AFTER (WS-AB-SUB) FROM WS-TOT-2
               END-IF
               MOVE YC-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

           COPY PRTWR.
       END PROGRAM Year-Close.
