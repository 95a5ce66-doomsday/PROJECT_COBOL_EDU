      *>     the account activity section: every journal posting
      *>     for that account in range, traceable back to the day
      *>     it posted.
      *> An extract dated in a fiscal year Year-Close has closed
      *> and locked on GLYRCLS.DAT posts nothing and ends
      *> RETURN-CODE 8; the trial balance still prints.
      *> 15 Oct 2026 MK - Journal and ledger layouts move to the GLJRNL
      *> and GLLEDG copybooks, shared with Je-Post. Extract rows are
      *> stamped with a blank origin and only they guard the rerun
      *> check, so a journal entry filed the same day cannot block the
      *> night's extract; the account activity listing shows an entry
      *> line's description.
      *> 15 Oct 2026 MK - Trial balance rows carry the account name and
      *> type off the GLCOA.DAT chart of accounts; an account not on the
      *> chart says so.
      *> 15 Oct 2026 MK - An extract dated in a fiscal year Year-Close
      *> has locked on GLYRCLS.DAT is refused whole with RC 8; the
      *> period proofs make room for the closing period 13 and opening
      *> period 00 rows.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-CONTROL-STATUS.

           SELECT GL-YEAR-CLOSE-FILE ASSIGN TO "GLYRCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-YEAR-CLOSE-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CHART-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "GLLEDGER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.
           02  FILLER              PIC X(1).
           02  GP-SOURCE-KEY       PIC X(8).

           COPY GLJRNL.

           COPY GLLEDG.

       FD  ACTIVITY-CONTROL-FILE.
       01  ACTIVITY-CONTROL-RECORD.
           02  ACT-TO-YEAR         PIC 9(4).
           02  ACT-TO-PERIOD       PIC 99.

           COPY GLCOA.

           COPY GLYRCLS.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       01 GL-JOURNAL-STATUS      PIC XX.
       01 GL-LEDGER-STATUS       PIC XX.
       01 ACTIVITY-CONTROL-STATUS PIC XX.
       01 GL-CHART-STATUS        PIC XX.
       01 GL-YEAR-CLOSE-STATUS   PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.
       01 WS-EXTRACT-DATE      PIC 9(8) VALUE ZERO.
       01 WS-ALREADY-POSTED    PIC X VALUE "N".
           88 DATE-ON-JOURNAL  VALUE "Y".
       01 WS-YEAR-CLOSE-EOF    PIC X VALUE "N".
           88 END-OF-YEAR-CLOSES VALUE "Y".
       01 WS-YEAR-LOCKED       PIC X VALUE "N".
           88 EXTRACT-YEAR-LOCKED VALUE "Y".
       01 WS-LEDGER-ROW-NEW    PIC X VALUE "N".
           88 LEDGER-ROW-IS-NEW VALUE "Y" FALSE "N".

       01 WS-FISCAL-PERIOD     PIC 99 VALUE ZERO.

      *> Per-period debit/credit totals for the trial balance
      *> proof, one slot per fiscal year/period on the ledger -
      *> a closed year carries a period 13 and the year after it a
      *> period 00 besides the twelve months.
       01 WS-TB-COUNT          PIC 99 VALUE ZERO.
       01 WS-TB-SUB            PIC 99 VALUE ZERO.
       01 WS-TB-FOUND          PIC X VALUE "N".
           88 TB-SLOT-FOUND    VALUE "Y" FALSE "N".
       01 WS-TB-TABLE-AREA.
           02 WS-TB-ENTRY OCCURS 60 TIMES.
               03 WS-TB-YEAR       PIC 9(4).
               03 WS-TB-PERIOD     PIC 99.
               03 WS-TB-DEBITS     PIC 9(13)V99.
               03 WS-TB-CREDITS    PIC 9(13)V99.

      *> The chart of accounts, so the trial balance names what each
      *> account is.
       01 WS-CHART-EOF         PIC X VALUE "N".
           88 END-OF-CHART     VALUE "Y".
       01 WS-CA-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CA-SUB            PIC 9(3) VALUE ZERO.
       01 WS-CA-TABLE-AREA.
           02 WS-CA-ENTRY OCCURS 500 TIMES.
               03 WS-CA-ACCOUNT    PIC X(8).
               03 WS-CA-NAME       PIC X(30).
               03 WS-CA-TYPE       PIC X.
       01 WS-CA-FOUND          PIC X VALUE "N".
           88 CHART-ACCOUNT-FOUND VALUE "Y" FALSE "N".

      *> Activity-listing request off the card, when one is keyed.
       01 WS-ACT-WANTED        PIC X VALUE "N".
           88 ACTIVITY-WANTED  VALUE "Y".
           02 TB-DEBITS        PIC $Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TB-CREDITS       PIC $Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TB-NAME          PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TB-TYPE          PIC X(9).
           02 FILLER           PIC X(31) VALUE SPACES.

       01 TB-TOTAL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AL-AMOUNT        PIC $Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AL-SOURCE        PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AL-DESCRIPTION   PIC X(30).
           02 FILLER           PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "GLLEDGER" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " ACCOUNT   FY/PD            DEBITS       " &
               "      CREDITS    ACCOUNT NAME" &
               "                    TYPE" TO RH-COLUMN-HEADS
           PERFORM Load-Chart
           PERFORM Print-Trial-Balance
           PERFORM Get-Activity-Card
           IF ACTIVITY-WANTED
      *> The extract's own run date (every posting carries it)
      *> guards the rerun: a date already journalled posts
      *> nothing, because GLPOST.DAT is rewritten per extract and
      *> a rerun would otherwise double the books. Only extract
      *> rows count: a journal entry Je-Post filed the same day
      *> must not stop the night's extract from posting.
       Post-Todays-Extract.
           OPEN INPUT GL-POSTING-FILE
           IF GL-POSTING-STATUS NOT = "00"
               IF NOT END-OF-POSTINGS
                   MOVE GP-RUN-DATE TO WS-EXTRACT-DATE
                   PERFORM Check-Date-On-Journal
                   PERFORM Check-Year-Locked
                   EVALUATE TRUE
                       WHEN DATE-ON-JOURNAL
                           DISPLAY "Extract for " WS-EXTRACT-DATE
                               " already on the journal - not re-posted"
                       WHEN EXTRACT-YEAR-LOCKED
                           DISPLAY "Extract for " WS-EXTRACT-DATE
                               " falls in closed fiscal year "
                               WS-FISCAL-YEAR " - NOTHING POSTED"
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM Open-Ledger-Files
                           PERFORM UNTIL END-OF-POSTINGS
                               PERFORM Post-One-Record
                               PERFORM Read-Posting
                           END-PERFORM
                           CLOSE GL-JOURNAL-FILE
                           CLOSE GL-LEDGER-FILE
                   END-EVALUATE
               END-IF
               CLOSE GL-POSTING-FILE
           END-IF.
               PERFORM Read-Journal
               PERFORM UNTIL END-OF-JOURNAL
                   IF GJ-RUN-DATE = WS-EXTRACT-DATE
                   AND GJ-FROM-EXTRACT
                       MOVE "Y" TO WS-ALREADY-POSTED
                   END-IF
                   PERFORM Read-Journal
                   SET END-OF-JOURNAL TO TRUE
           END-READ.

      *> A year Year-Close has closed takes no more postings; its
      *> opening rows in the next year already carry its balances.
       Check-Year-Locked.
           MOVE "N" TO WS-YEAR-LOCKED
           PERFORM Compute-Fiscal-Period
           OPEN INPUT GL-YEAR-CLOSE-FILE
           IF GL-YEAR-CLOSE-STATUS = "00"
               PERFORM Read-Year-Close
               PERFORM UNTIL END-OF-YEAR-CLOSES
                   IF GYC-FISCAL-YEAR = WS-FISCAL-YEAR
                       MOVE "Y" TO WS-YEAR-LOCKED
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

       Open-Ledger-Files.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = "35"
           MOVE GP-SOURCE-KEY    TO GJ-SOURCE-KEY
           MOVE WS-FISCAL-YEAR   TO GJ-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO GJ-FISCAL-PERIOD
           SET GJ-FROM-EXTRACT TO TRUE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-POSTED-COUNT
           MOVE GP-ACCOUNT       TO GLL-ACCOUNT
           MOVE GLL-FISCAL-PERIOD TO TB-PERIOD
           MOVE GLL-DEBITS        TO TB-DEBITS
           MOVE GLL-CREDITS       TO TB-CREDITS
           PERFORM Find-Chart-Account
           IF CHART-ACCOUNT-FOUND
               MOVE WS-CA-NAME (WS-CA-SUB) TO TB-NAME
               EVALUATE WS-CA-TYPE (WS-CA-SUB)
                   WHEN "A" MOVE "ASSET"     TO TB-TYPE
                   WHEN "L" MOVE "LIABILITY" TO TB-TYPE
                   WHEN "E" MOVE "EQUITY"    TO TB-TYPE
                   WHEN "R" MOVE "REVENUE"   TO TB-TYPE
                   WHEN "X" MOVE "EXPENSE"   TO TB-TYPE
               END-EVALUATE
           ELSE
               MOVE "*** NOT ON CHART OF ACCOUNTS" TO TB-NAME
           END-IF
           MOVE TB-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           SET TB-SLOT-FOUND TO FALSE
           IF TB-SLOT-FOUND
               SUBTRACT 1 FROM WS-TB-SUB
           ELSE
               IF WS-TB-COUNT < 60
                   ADD 1 TO WS-TB-COUNT
                   MOVE WS-TB-COUNT TO WS-TB-SUB
                   MOVE GLL-FISCAL-YEAR TO WS-TB-YEAR (WS-TB-SUB)
               ADD GLL-CREDITS TO WS-TB-CREDITS (WS-TB-SUB)
           END-IF.

       Load-Chart.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-STATUS = "00"
               PERFORM Read-Chart-Row
               PERFORM UNTIL END-OF-CHART
                   IF WS-CA-COUNT < 500
                       ADD 1 TO WS-CA-COUNT
                       MOVE GLC-ACCOUNT TO WS-CA-ACCOUNT (WS-CA-COUNT)
                       MOVE GLC-NAME TO WS-CA-NAME (WS-CA-COUNT)
                       MOVE GLC-TYPE TO WS-CA-TYPE (WS-CA-COUNT)
                   END-IF
                   PERFORM Read-Chart-Row
               END-PERFORM
               CLOSE GL-CHART-FILE
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
               IF WS-CA-ACCOUNT (WS-CA-SUB) = GLL-ACCOUNT
                   SET CHART-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF CHART-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-CA-SUB
           END-IF.

      *> The proof the whole program exists for: per period,
      *> debits must equal credits across everything posted.
       Print-Period-Proofs.
                           MOVE GJ-DR-CR      TO AL-DR-CR
                           MOVE GJ-AMOUNT     TO AL-AMOUNT
                           MOVE GJ-SOURCE-KEY TO AL-SOURCE
                           MOVE GJ-DESCRIPTION TO AL-DESCRIPTION
                           MOVE ACT-DETAIL-LINE TO WS-PRINT-LINE
                           PERFORM Write-Print-Line
                       END-IF
