       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dunning-Run.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Progressive dunning off the aged receivables. Ar-Post
      *> ages every open balance and ARLEDGER.DAT carries the date
      *> of each student's oldest invoice still open; until now an
      *> account slid down the buckets with nothing but a phone
      *> call to show for it. Each run, every student with a
      *> balance owing is aged from ARL-OLDEST-CHARGE to the run
      *> date (the shared DAYS-BETWEEN routine, the same buckets
      *> Ar-Post prints):
      *>   over 30 days - a friendly reminder;
      *>   over 60 days - a firmer second notice;
      *>   over 90 days - the final demand.
      *> DUNHIST.DAT remembers the notice each account has
      *> reached, so a letter goes out only when the account ages
      *> into a notice it has not had yet - never the same one
      *> twice - and an account that comes current starts the
      *> series over. Letters print one per page to DUNLTR.RPT
      *> through the shared PRTCTL/PRTWR block, addressed off
      *> STUCONT.DAT the way Stmt-Print addresses statements; an
      *> account with no contact record or flagged do-not-mail
      *> still reaches its level but gets no letter, and is listed
      *> on the console for the office to call.
      *> An account at the final demand with nothing paid for the
      *> placement grace period since the later of the demand and
      *> its last PAYMENTS.DAT payment is placed with the
      *> collection agency: one COLLPLC.DAT row with the balance
      *> and contact details, rewritten each run with that run's
      *> placements, and the history marks it placed so it goes
      *> only once. The grace period comes off the optional
      *> DUNCTL.DAT card (days, default 30).
      *> Runs in the cycle after Plan-Assess with the run date;
      *> ACCEPTs its own standalone. No ARLEDGER.DAT ends RC 4.
      *> A rerun on the same day prints again the letters and
      *> writes again the placements an earlier run made that day
      *> (off the dates on DUNHIST.DAT), so the rerun's DUNLTR.RPT
      *> and COLLPLC.DAT still carry the whole day.
      *> 15 Oct 2026 MK - A check the bank returned no longer counts as
      *> the account's last payment when placement measures its grace
      *> period.
      *> 15 Oct 2026 MK - A same-day rerun reissues the letters and
      *> placements the history shows were reached that day, so the
      *> rerun's empty DUNLTR.RPT and COLLPLC.DAT no longer lose them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-LEDGER-STATUS.

           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-STUDENT-ID
               FILE STATUS IS DUNNING-HISTORY-STATUS.

           SELECT STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-STUDENT-ID
               FILE STATUS IS STUDENT-CONTACT-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT DUNNING-CONTROL-FILE ASSIGN TO "DUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUNNING-CONTROL-STATUS.

           SELECT COLLECTION-PLACEMENT-FILE ASSIGN TO "COLLPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTION-PLACEMENT-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "DUNLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.

       FD  DUNNING-HISTORY-FILE.
           COPY DUNHIST.

       FD  STUDENT-CONTACT-FILE.
           COPY STUCONT.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PAYMENTS-FILE.
           COPY PAYMENTS.

       FD  DUNNING-CONTROL-FILE.
       01  DUNNING-CONTROL-RECORD.
           02  DC-GRACE-DAYS       PIC 9(3).

       FD  COLLECTION-PLACEMENT-FILE.
       01  COLLECTION-PLACEMENT-RECORD.
           02  CP-PLACED-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  CP-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  CP-STUDENT-NAME     PIC X(21).
           02  FILLER              PIC X(1).
           02  CP-BALANCE          PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  CP-OLDEST-CHARGE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  CP-FINAL-DATE       PIC 9(8).
           02  FILLER              PIC X(1).
           02  CP-LAST-PAY-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  CP-GUARDIAN-NAME    PIC X(21).
           02  FILLER              PIC X(1).
           02  CP-ADDR-LINE        PIC X(20).
           02  FILLER              PIC X(1).
           02  CP-CITY             PIC X(13).
           02  FILLER              PIC X(1).
           02  CP-STATE            PIC X(2).
           02  FILLER              PIC X(1).
           02  CP-ZIP              PIC X(5).
           02  FILLER              PIC X(1).
           02  CP-MAIL-FLAG        PIC X.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 AR-LEDGER-STATUS       PIC XX.
       01 DUNNING-HISTORY-STATUS PIC XX.
       01 STUDENT-CONTACT-STATUS PIC XX.
       01 STUDENT-MASTER-STATUS  PIC XX.
       01 PAYMENTS-STATUS        PIC XX.
       01 DUNNING-CONTROL-STATUS PIC XX.
       01 COLLECTION-PLACEMENT-STATUS PIC XX.
       01 WS-CONTACT-OPEN        PIC X VALUE "N".
           88 CONTACT-IS-OPEN    VALUE "Y".
       01 WS-MASTER-OPEN         PIC X VALUE "N".
           88 MASTER-IS-OPEN     VALUE "Y".

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-LEDGER-EOF        PIC X VALUE "N".
           88 END-OF-LEDGER    VALUE "Y".
       01 WS-HISTORY-EOF       PIC X VALUE "N".
           88 END-OF-HISTORY   VALUE "Y" FALSE "N".
       01 WS-PAYMENTS-EOF      PIC X VALUE "N".
           88 END-OF-PAYMENTS  VALUE "Y" FALSE "N".

       01 WS-GRACE-DAYS        PIC 9(3) VALUE 30.
       01 WS-AGE-DAYS          PIC S9(7) VALUE ZERO.
       01 WS-QUIET-DAYS        PIC S9(7) VALUE ZERO.
       01 WS-TARGET-LEVEL      PIC 9 VALUE ZERO.
       01 WS-HISTORY-NEW       PIC X VALUE "N".
           88 HISTORY-IS-NEW   VALUE "Y" FALSE "N".
       01 WS-CONTACT-FOUND     PIC X VALUE "N".
           88 CONTACT-FOUND    VALUE "Y" FALSE "N".
       01 WS-LAST-PAY-DATE     PIC 9(8) VALUE ZERO.
       01 WS-QUIET-SINCE       PIC 9(8) VALUE ZERO.

      *> The account's own payments, so a check the bank returned
      *> does not count as the family paying something.
       01 WS-DP-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-DP-SUB            PIC 9(3) VALUE ZERO.
       01 WS-DP-FOUND          PIC X VALUE "N".
           88 RETURNED-PAY-FOUND VALUE "Y" FALSE "N".
       01 WS-DP-TABLE-AREA.
           02 WS-DP-ENTRY OCCURS 200 TIMES.
               03 WS-DP-DATE       PIC 9(8).
               03 WS-DP-REF        PIC X(8).
               03 WS-DP-RETURNED   PIC X.

       01 WS-REMINDER-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-FIRM-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-FINAL-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-NOT-MAILED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-PLACED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-RESET-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-PLACED-TOTAL      PIC 9(9)V99 VALUE ZERO.

       01 WS-BALANCE-EDIT      PIC $Z,ZZZ,ZZ9.99.
       01 WS-GRACE-EDIT        PIC ZZ9.

       01 LETTER-LINE.
           02 FILLER           PIC X(6)  VALUE SPACES.
           02 LT-TEXT          PIC X(66).
           02 FILLER           PIC X(60) VALUE SPACES.

       01 LETTER-CITY-LINE.
           02 FILLER           PIC X(6)  VALUE SPACES.
           02 LC-CITY          PIC X(13).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 LC-STATE         PIC X(2).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 LC-ZIP           PIC X(5).
           02 FILLER           PIC X(104) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT AR-LEDGER-FILE
           IF AR-LEDGER-STATUS NOT = "00"
               DISPLAY "ARLEDGER.DAT: status " AR-LEDGER-STATUS
                   " - run Ar-Post first, nothing to dun"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Get-Dunning-Card
           OPEN I-O DUNNING-HISTORY-FILE
           IF DUNNING-HISTORY-STATUS = "35"
               OPEN OUTPUT DUNNING-HISTORY-FILE
               CLOSE DUNNING-HISTORY-FILE
               OPEN I-O DUNNING-HISTORY-FILE
           END-IF
           OPEN INPUT STUDENT-CONTACT-FILE
           IF STUDENT-CONTACT-STATUS = "00"
               SET CONTACT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "STUCONT.DAT: status " STUDENT-CONTACT-STATUS
                   " - no letters can be addressed"
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT COLLECTION-PLACEMENT-FILE
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "STUDENT ACCOUNT NOTICE" TO RH-TITLE
           MOVE "DUNNING" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE SPACES TO RH-COLUMN-HEADS

           PERFORM Read-Ledger
           PERFORM UNTIL END-OF-LEDGER
               IF ARL-STUDENT-ID NUMERIC
               AND ARL-BALANCE NUMERIC
               AND ARL-OLDEST-CHARGE NUMERIC
                   PERFORM Dun-One-Account
               END-IF
               PERFORM Read-Ledger
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           PERFORM Reset-Current-Accounts

           IF WS-REMINDER-COUNT + WS-FIRM-COUNT + WS-FINAL-COUNT
               = ZERO
               MOVE "  (no notices due today)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE COLLECTION-PLACEMENT-FILE
           CLOSE DUNNING-HISTORY-FILE
           IF CONTACT-IS-OPEN
               CLOSE STUDENT-CONTACT-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF
           DISPLAY "Dunning-Run: " WS-REMINDER-COUNT " reminders, "
               WS-FIRM-COUNT " second notices, "
               WS-FINAL-COUNT " final demands"
           MOVE WS-PLACED-TOTAL TO WS-BALANCE-EDIT
           DISPLAY "Dunning-Run: " WS-NOT-MAILED-COUNT
               " not mailed, " WS-PLACED-COUNT
               " placed for collection (" WS-BALANCE-EDIT "), "
               WS-RESET-COUNT " back to current"
           GOBACK.

       Get-Dunning-Card.
           OPEN INPUT DUNNING-CONTROL-FILE
           IF DUNNING-CONTROL-STATUS = "00"
               READ DUNNING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-GRACE-DAYS NUMERIC
                       AND DC-GRACE-DAYS > ZERO
                           MOVE DC-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE DUNNING-CONTROL-FILE
           END-IF.

       Read-Ledger.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ.

      *> The notice an account has aged into, against the notice
      *> it last reached. Only a higher notice goes out, so each
      *> letter is sent once; an account that has paid its oldest
      *> invoices down but still owes keeps the level it reached.
       Dun-One-Account.
           MOVE ZERO TO WS-TARGET-LEVEL
           IF ARL-BALANCE > ZERO AND ARL-OLDEST-CHARGE > ZERO
               CALL "DAYS-BETWEEN" USING ARL-OLDEST-CHARGE Y2KDate
                   WS-AGE-DAYS
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 90
                       MOVE 3 TO WS-TARGET-LEVEL
                   WHEN WS-AGE-DAYS > 60
                       MOVE 2 TO WS-TARGET-LEVEL
                   WHEN WS-AGE-DAYS > 30
                       MOVE 1 TO WS-TARGET-LEVEL
                   WHEN OTHER
                       MOVE ZERO TO WS-TARGET-LEVEL
               END-EVALUATE
           END-IF
           IF WS-TARGET-LEVEL = ZERO
      *> not past due - the end-of-run walk resets any history
               CONTINUE
           ELSE
               PERFORM Fetch-History
               MOVE Y2KDate     TO DH-LAST-SEEN
               MOVE ARL-BALANCE TO DH-LAST-BALANCE
               IF DH-LEVEL < WS-TARGET-LEVEL
                   MOVE ARL-OLDEST-CHARGE TO DH-OLDEST-CHARGE
                   MOVE WS-TARGET-LEVEL TO DH-LEVEL
                   EVALUATE TRUE
                       WHEN DH-REMINDER-SENT
                           MOVE Y2KDate TO DH-REMINDER-DATE
                           ADD 1 TO WS-REMINDER-COUNT
                       WHEN DH-FIRM-SENT
                           MOVE Y2KDate TO DH-FIRM-DATE
                           ADD 1 TO WS-FIRM-COUNT
                       WHEN OTHER
                           MOVE Y2KDate TO DH-FINAL-DATE
                           ADD 1 TO WS-FINAL-COUNT
                   END-EVALUATE
                   PERFORM Send-Notice
               ELSE
                   PERFORM Reissue-Todays-Notice
                   IF DH-FINAL-SENT
                       PERFORM Check-Placement
                   END-IF
               END-IF
               PERFORM Store-History
           END-IF.

      *> DUNLTR.RPT and COLLPLC.DAT hold only the run's own output,
      *> so a rerun the same day writes again whatever an earlier
      *> run reached today; the history has already moved on and
      *> would not send it a second time.
       Reissue-Todays-Notice.
           EVALUATE TRUE
               WHEN DH-REMINDER-SENT AND DH-REMINDER-DATE = Y2KDate
                   ADD 1 TO WS-REMINDER-COUNT
                   PERFORM Send-Notice
               WHEN DH-FIRM-SENT AND DH-FIRM-DATE = Y2KDate
                   ADD 1 TO WS-FIRM-COUNT
                   PERFORM Send-Notice
               WHEN DH-FINAL-SENT AND DH-FINAL-DATE = Y2KDate
                   ADD 1 TO WS-FINAL-COUNT
                   PERFORM Send-Notice
               WHEN DH-PLACED AND DH-PLACED-DATE = Y2KDate
                   PERFORM Find-Last-Payment
                   PERFORM Place-For-Collection
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Fetch-History.
           MOVE ARL-STUDENT-ID TO DH-STUDENT-ID
           SET HISTORY-IS-NEW TO FALSE
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   SET HISTORY-IS-NEW TO TRUE
                   INITIALIZE DUNNING-HISTORY-RECORD
                   MOVE ARL-STUDENT-ID TO DH-STUDENT-ID
                   MOVE "Y" TO DH-MAILED-FLAG
           END-READ.

       Store-History.
           IF HISTORY-IS-NEW
               WRITE DUNNING-HISTORY-RECORD
           ELSE
               REWRITE DUNNING-HISTORY-RECORD
           END-IF
           IF DUNNING-HISTORY-STATUS NOT = "00"
               DISPLAY "DUNHIST.DAT: status " DUNNING-HISTORY-STATUS
                   " storing history for " DH-STUDENT-ID
           END-IF.

       Fetch-Contact.
           SET CONTACT-FOUND TO FALSE
           IF CONTACT-IS-OPEN
               MOVE ARL-STUDENT-ID TO SCT-STUDENT-ID
               READ STUDENT-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTACT-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT CONTACT-FOUND
               MOVE SPACES TO STUDENT-CONTACT-RECORD
               MOVE ARL-STUDENT-ID TO SCT-STUDENT-ID
           END-IF
           MOVE "(not on master)" TO STM-STUDENT-NAME
           IF MASTER-IS-OPEN
               MOVE ARL-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on master)" TO STM-STUDENT-NAME
               END-READ
           END-IF.

      *> The level is reached whether or not a letter can go; the
      *> office works the unmailed ones off the console list.
       Send-Notice.
           PERFORM Fetch-Contact
           IF NOT CONTACT-FOUND
               MOVE "N" TO DH-MAILED-FLAG
               ADD 1 TO WS-NOT-MAILED-COUNT
               DISPLAY "  No contact record for " ARL-STUDENT-ID
                   " - notice level " DH-LEVEL " not mailed"
           ELSE
               IF SCT-DO-NOT-MAIL
                   MOVE "N" TO DH-MAILED-FLAG
                   ADD 1 TO WS-NOT-MAILED-COUNT
                   DISPLAY "  Do-not-mail flag on " ARL-STUDENT-ID
                       " - notice level " DH-LEVEL " not mailed"
               ELSE
                   MOVE "Y" TO DH-MAILED-FLAG
                   PERFORM Print-Letter
               END-IF
           END-IF.

      *> Forcing the line count past the page limit starts every
      *> letter at the top of its own page, as Stmt-Print does.
       Print-Letter.
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO LT-TEXT
           MOVE STM-STUDENT-NAME TO LT-TEXT
           PERFORM Write-Letter-Line
           IF SCT-GUARDIAN-NAME NOT = SPACES
               MOVE SPACES TO LT-TEXT
               STRING "C/O " SCT-GUARDIAN-NAME
                   DELIMITED BY SIZE INTO LT-TEXT
               PERFORM Write-Letter-Line
           END-IF
           MOVE SCT-ADDR-LINE TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SCT-CITY  TO LC-CITY
           MOVE SCT-STATE TO LC-STATE
           MOVE SCT-ZIP   TO LC-ZIP
           MOVE LETTER-CITY-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Blank-Line
           MOVE SPACES TO LT-TEXT
           STRING "STUDENT ID " ARL-STUDENT-ID
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           EVALUATE TRUE
               WHEN DH-REMINDER-SENT
                   PERFORM Word-Reminder
               WHEN DH-FIRM-SENT
                   PERFORM Word-Second-Notice
               WHEN OTHER
                   PERFORM Word-Final-Demand
           END-EVALUATE
           PERFORM Write-Blank-Line
           MOVE ARL-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO LT-TEXT
           STRING "BALANCE DUE:            " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SPACES TO LT-TEXT
           STRING "OLDEST UNPAID INVOICE:  " ARL-OLDEST-CHARGE
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           MOVE "Bursar's Office" TO LT-TEXT
           PERFORM Write-Letter-Line.

       Word-Reminder.
           MOVE "FRIENDLY REMINDER" TO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           MOVE "Our records show a balance on your account that is now"
               TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "more than 30 days past due. If your payment is already"
               TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "on its way, thank you - please disregard this notice."
               TO LT-TEXT
           PERFORM Write-Letter-Line.

       Word-Second-Notice.
           MOVE "SECOND NOTICE - ACCOUNT PAST DUE" TO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           MOVE "Your account is now more than 60 days past due. Please"
               TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "pay the balance below within 10 days, or call the"
               TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "Bursar's Office to arrange a payment plan."
               TO LT-TEXT
           PERFORM Write-Letter-Line.

       Word-Final-Demand.
           MOVE "FINAL DEMAND FOR PAYMENT" TO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           MOVE "Your account is more than 90 days past due and our"
               TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "earlier notices have gone unanswered. Unless the"
               TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE WS-GRACE-DAYS TO WS-GRACE-EDIT
           MOVE SPACES TO LT-TEXT
           STRING "balance below is paid within " WS-GRACE-EDIT
               " days, the account will"
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "be placed with a collection agency." TO LT-TEXT
           PERFORM Write-Letter-Line.

       Write-Letter-Line.
           MOVE LETTER-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO LT-TEXT.

       Write-Blank-Line.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Placement waits out the grace period from the later of
      *> the final demand and the account's last payment - a
      *> family paying something keeps the agency off for another
      *> period.
       Check-Placement.
           PERFORM Find-Last-Payment
           MOVE DH-FINAL-DATE TO WS-QUIET-SINCE
           IF WS-LAST-PAY-DATE > WS-QUIET-SINCE
               MOVE WS-LAST-PAY-DATE TO WS-QUIET-SINCE
           END-IF
           CALL "DAYS-BETWEEN" USING WS-QUIET-SINCE Y2KDate
               WS-QUIET-DAYS
           IF WS-QUIET-DAYS >= WS-GRACE-DAYS
               PERFORM Place-For-Collection
           END-IF.

      *> A returned-payment reversal cancels the first payment on
      *> file under its date and reference; what is left is what
      *> the family actually paid.
       Find-Last-Payment.
           MOVE ZERO TO WS-LAST-PAY-DATE
           MOVE ZERO TO WS-DP-COUNT
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               SET END-OF-PAYMENTS TO FALSE
               PERFORM Read-Payment
               PERFORM UNTIL END-OF-PAYMENTS
                   IF PAY-STUDENT-ID NUMERIC
                   AND PAY-STUDENT-ID = ARL-STUDENT-ID
                   AND PAY-PAY-DATE NUMERIC
                       IF PAY-IS-RETURNED
                           PERFORM Cancel-Returned-Payment
                       ELSE
                           IF WS-DP-COUNT < 200
                               ADD 1 TO WS-DP-COUNT
                               MOVE PAY-PAY-DATE
                                   TO WS-DP-DATE (WS-DP-COUNT)
                               MOVE PAY-REFERENCE
                                   TO WS-DP-REF (WS-DP-COUNT)
                               MOVE "N" TO WS-DP-RETURNED (WS-DP-COUNT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM Read-Payment
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
               IF WS-DP-RETURNED (WS-DP-SUB) = "N"
               AND WS-DP-DATE (WS-DP-SUB) > WS-LAST-PAY-DATE
                   MOVE WS-DP-DATE (WS-DP-SUB) TO WS-LAST-PAY-DATE
               END-IF
           END-PERFORM.

       Cancel-Returned-Payment.
           SET RETURNED-PAY-FOUND TO FALSE
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
                  OR RETURNED-PAY-FOUND
               IF WS-DP-DATE (WS-DP-SUB) = PAY-PAY-DATE
               AND WS-DP-REF (WS-DP-SUB) = PAY-REFERENCE
               AND WS-DP-RETURNED (WS-DP-SUB) = "N"
                   MOVE "Y" TO WS-DP-RETURNED (WS-DP-SUB)
                   SET RETURNED-PAY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       Read-Payment.
           READ PAYMENTS-FILE
               AT END
                   SET END-OF-PAYMENTS TO TRUE
           END-READ.

       Place-For-Collection.
           PERFORM Fetch-Contact
           MOVE SPACES TO COLLECTION-PLACEMENT-RECORD
           MOVE Y2KDate           TO CP-PLACED-DATE
           MOVE ARL-STUDENT-ID    TO CP-STUDENT-ID
           MOVE STM-STUDENT-NAME  TO CP-STUDENT-NAME
           MOVE ARL-BALANCE       TO CP-BALANCE
           MOVE DH-OLDEST-CHARGE  TO CP-OLDEST-CHARGE
           MOVE DH-FINAL-DATE     TO CP-FINAL-DATE
           MOVE WS-LAST-PAY-DATE  TO CP-LAST-PAY-DATE
           MOVE SCT-GUARDIAN-NAME TO CP-GUARDIAN-NAME
           MOVE SCT-ADDR-LINE     TO CP-ADDR-LINE
           MOVE SCT-CITY          TO CP-CITY
           MOVE SCT-STATE         TO CP-STATE
           MOVE SCT-ZIP           TO CP-ZIP
           MOVE SCT-MAIL-FLAG     TO CP-MAIL-FLAG
           WRITE COLLECTION-PLACEMENT-RECORD
           MOVE 4 TO DH-LEVEL
           MOVE Y2KDate TO DH-PLACED-DATE
           ADD 1 TO WS-PLACED-COUNT
           ADD ARL-BALANCE TO WS-PLACED-TOTAL
           DISPLAY "  Placed for collection: " ARL-STUDENT-ID
               " " STM-STUDENT-NAME.

      *> Any account with a notice on file that was not past due
      *> tonight has come current (or left the ledger): its
      *> series starts over the next time it falls behind.
       Reset-Current-Accounts.
           MOVE LOW-VALUES TO DH-STUDENT-ID
           SET END-OF-HISTORY TO FALSE
           START DUNNING-HISTORY-FILE KEY IS NOT LESS THAN
                   DH-STUDENT-ID
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ DUNNING-HISTORY-FILE NEXT
                   AT END
                       SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF DH-LEVEL > ZERO
                       AND DH-LAST-SEEN NOT = Y2KDate
                           PERFORM Reset-One-Account
                       END-IF
               END-READ
           END-PERFORM.

       Reset-One-Account.
           MOVE ZERO TO DH-LEVEL
           MOVE ZERO TO DH-OLDEST-CHARGE
           MOVE ZERO TO DH-REMINDER-DATE
           MOVE ZERO TO DH-FIRM-DATE
           MOVE ZERO TO DH-FINAL-DATE
           MOVE ZERO TO DH-PLACED-DATE
           MOVE ZERO TO DH-LAST-BALANCE
           MOVE "Y" TO DH-MAILED-FLAG
           REWRITE DUNNING-HISTORY-RECORD
           ADD 1 TO WS-RESET-COUNT.

           COPY PRTWR.
       END PROGRAM Dunning-Run.
