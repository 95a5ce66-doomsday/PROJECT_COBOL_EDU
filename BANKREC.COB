       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bank-Recon.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Daily bank deposit reconciliation. Ar-Post proves each
      *> PAYTXN.DAT batch against its own trailer hash, but nothing
      *> proved the posted payments against what the bank says
      *> landed in the account: a keyed deposit that never reached
      *> the bank, or a bank credit nobody keyed, waited for the
      *> month-end statement reconciliation. This pass takes the
      *> bank's daily statement file, BANKSTMT.DAT (deposit date,
      *> amount, bank reference, one line per credit), and the
      *> night's PAYMENTS.DAT postings grouped by the deposit date
      *> the bursar keyed - one book deposit per date - and
      *> matches them:
      *>   1. a book deposit and a bank credit of the same amount
      *>      match when the bank dated it on or within five days
      *>      after the keyed deposit date;
      *>   2. what is left is tried by deposit date: a bank credit
      *>      equal to all the open book items of one keyed date
      *>      (a deposit keyed over two nights) clears them all.
      *> Anything still unmatched is outstanding and carries
      *> forward on BANKOS.DAT, with the date it was first seen,
      *> to be matched again by every later run until it clears.
      *> Reversing entries for returned checks are not deposits -
      *> the bank takes them back as debits - so they stay out of
      *> the matching and are only counted at the foot.
      *> BANKREC.RPT lists the matched pairs, then the outstanding
      *> bank items (in the bank, not on our books) and the
      *> outstanding book items (on our books, not in the bank),
      *> each with its days outstanding and a running outstanding
      *> total; an item out longer than the matching window is
      *> marked INVESTIGATE. The summary proves each side: carried
      *> in plus new less matched equals carried out.
      *> BANKOS.DAT opens with a header naming the run it was
      *> written for and the last bank statement date taken in, so
      *> a statement line is only ever counted once. A rerun on
      *> the same date starts again from BANKOSPR.DAT, the
      *> generation that run started from.
      *> Runs in the cycle after Ar-Post with the run date; ACCEPTs
      *> its own date standalone. No statement is a day the bank
      *> sent nothing - every open book item simply ages. More
      *> items than the pass can hold ends RC 8 with BANKOS.DAT
      *> left as it was.
      *> 15 Oct 2026 MK - A payment made in another currency is matched
      *> on the dollars the bank credited (PAY-BANK-AMOUNT), not the
      *> converted amount posted to the student's account.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATEMENT-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO "BANKOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTSTANDING-STATUS.

           SELECT PRIOR-OUTSTANDING-FILE ASSIGN TO "BANKOSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-OUTSTANDING-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "BANKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           02  BS-DEPOSIT-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  BS-AMOUNT           PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  BS-REFERENCE        PIC X(12).

       FD  PAYMENTS-FILE.
           COPY PAYMENTS.

      *> One header row ("H"), then one row per outstanding item:
      *> "B" a bank credit not on our books, "K" a book deposit
      *> not in the bank. The header's dates are the run it was
      *> written for and the last bank statement date taken in.
       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD.
           02  BO-SIDE             PIC X.
               88 BO-IS-HEADER     VALUE "H".
               88 BO-IS-BANK       VALUE "B".
               88 BO-IS-BOOK       VALUE "K".
           02  FILLER              PIC X(1).
           02  BO-ITEM-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  BO-AMOUNT           PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  BO-REFERENCE        PIC X(12).
           02  FILLER              PIC X(1).
           02  BO-FIRST-SEEN       PIC 9(8).
           02  FILLER              PIC X(1).
           02  BO-ITEM-COUNT       PIC 9(4).
       01  OUTSTANDING-HEADER REDEFINES OUTSTANDING-RECORD.
           02  FILLER              PIC X(2).
           02  BOH-RUN-DATE        PIC 9(8).
           02  FILLER              PIC X(24).
           02  BOH-LAST-BANK-DATE  PIC 9(8).
           02  FILLER              PIC X(5).

       FD  PRIOR-OUTSTANDING-FILE.
       01  PRIOR-OUTSTANDING-RECORD PIC X(47).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 BANK-STATEMENT-STATUS    PIC XX.
       01 PAYMENTS-STATUS          PIC XX.
       01 OUTSTANDING-STATUS       PIC XX.
       01 PRIOR-OUTSTANDING-STATUS PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-FILE      VALUE "Y".

      *> A bank credit dated this many days after the keyed
      *> deposit date still matches it; an item out longer is
      *> marked for investigation.
       01 WS-MATCH-WINDOW      PIC S9(7) VALUE 5.

      *> Where the carried-forward items came from, and the last
      *> bank statement date already taken in.
       01 WS-CARRY-SOURCE      PIC X VALUE "N".
           88 CARRIED-FROM-CURRENT VALUE "C".
           88 CARRIED-FROM-PRIOR   VALUE "P".
           88 NOTHING-CARRIED      VALUE "N".
       01 WS-CARRY-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WS-LAST-BANK-DATE    PIC 9(8) VALUE ZERO.
       01 WS-NEW-BANK-DATE     PIC 9(8) VALUE ZERO.

      *> Every item in play this run: the carried-forward ones
      *> first, then the new bank credits, then the night's book
      *> deposits.
       01 WS-IT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-IT-SUB            PIC 9(4) VALUE ZERO.
       01 WS-IT-SUB2           PIC 9(4) VALUE ZERO.
       01 WS-IT-SUB3           PIC 9(4) VALUE ZERO.
       01 WS-IT-LIMIT          PIC 9(4) VALUE 1000.
       01 WS-ITEM-TABLE-AREA.
           02 WS-IT-ENTRY OCCURS 1000 TIMES.
               03 WS-IT-SIDE       PIC X.
                   88 IT-IS-BANK       VALUE "B".
                   88 IT-IS-BOOK       VALUE "K".
               03 WS-IT-DATE       PIC 9(8).
               03 WS-IT-AMOUNT     PIC 9(7)V99.
               03 WS-IT-REF        PIC X(12).
               03 WS-IT-FIRST-SEEN PIC 9(8).
               03 WS-IT-ITEMS      PIC 9(4).
               03 WS-IT-CARRIED    PIC X.
                   88 IT-CARRIED       VALUE "Y".
               03 WS-IT-MATCH      PIC 9(4).
       01 WS-IT-OVERFLOW       PIC 9(5) VALUE ZERO.

       01 WS-MATCH-FOUND       PIC X VALUE "N".
           88 MATCH-FOUND      VALUE "Y" FALSE "N".
       01 WS-DAYS              PIC S9(7) VALUE ZERO.
       01 WS-FROM-DATE         PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE           PIC 9(8) VALUE ZERO.
       01 WS-GROUP-DATE        PIC 9(8) VALUE ZERO.
       01 WS-GROUP-TOTAL       PIC 9(9)V99 VALUE ZERO.

      *> Returned-check reversals posted tonight, left out of the
      *> deposits.
       01 WS-RETURNED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-RETURNED-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-RETURNED-EDIT     PIC $$$,$$$,$$9.99.

      *> What the bank credited for one register row: the posted
      *> amount, or for a payment made in another currency the
      *> dollars the bank actually credited, which is what it
      *> shows on the statement.
       01 WS-DEPOSIT-AMOUNT    PIC 9(5)V99 VALUE ZERO.

      *> Per side: carried in, new tonight, matched, carried out.
       01 WS-BANK-IN           PIC 9(9)V99 VALUE ZERO.
       01 WS-BANK-NEW          PIC 9(9)V99 VALUE ZERO.
       01 WS-BANK-MATCHED      PIC 9(9)V99 VALUE ZERO.
       01 WS-BANK-OUT          PIC 9(9)V99 VALUE ZERO.
       01 WS-BOOK-IN           PIC 9(9)V99 VALUE ZERO.
       01 WS-BOOK-NEW          PIC 9(9)V99 VALUE ZERO.
       01 WS-BOOK-MATCHED      PIC 9(9)V99 VALUE ZERO.
       01 WS-BOOK-OUT          PIC 9(9)V99 VALUE ZERO.
       01 WS-MATCH-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BANK-OS-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-BOOK-OS-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-INVESTIGATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUNNING-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-PROOF-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01 RECON-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-SIDE          PIC X(4).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-ITEM-DATE     PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-REFERENCE     PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-ITEMS         PIC ZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-AMOUNT        PIC $$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RL-MATCH-DATE    PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-MATCH-REF     PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-DAYS          PIC ZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-RUNNING       PIC $$$,$$$,$$9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RL-NOTE          PIC X(12).
           02 FILLER           PIC X(29) VALUE SPACES.

       01 RECON-SUMMARY-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 RS-LABEL         PIC X(24).
           02 RS-IN            PIC $$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RS-NEW           PIC $$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RS-MATCHED       PIC $$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RS-OUT           PIC $$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RS-PROOF         PIC X(10).
           02 FILLER           PIC X(31) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Bank-Recon run date [" Y2KDate "]"

           PERFORM Load-Carried-Items
           MOVE WS-LAST-BANK-DATE TO WS-NEW-BANK-DATE
           PERFORM Load-Bank-Statement
           PERFORM Load-Book-Deposits
           IF WS-IT-OVERFLOW > ZERO
               DISPLAY "Bank-Recon: " WS-IT-OVERFLOW " items past "
                   "the " WS-IT-LIMIT " the pass can hold - NOTHING "
                   "RECONCILED, BANKOS.DAT unchanged"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM Match-By-Item
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
           PERFORM Match-By-Deposit-Date
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "BANK DEPOSIT RECONCILIATION" TO RH-TITLE
           MOVE "BANKREC" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " SIDE ITEM-DAT REFERENCE    ITEMS        AMOUNT" &
               "  MATCHED  MATCH-REF    DAYS     OUTSTANDING NOTE"
               TO RH-COLUMN-HEADS
           PERFORM Print-Matched-Items
           PERFORM Print-Outstanding-Bank
           PERFORM Print-Outstanding-Book
           PERFORM Print-Recon-Summary
           CLOSE PRINT-REPORT-FILE

           IF NOT CARRIED-FROM-PRIOR
               PERFORM Save-Prior-Generation
           END-IF
           PERFORM Rewrite-Outstanding
           DISPLAY "Bank-Recon: " WS-MATCH-COUNT " matched, "
               WS-BANK-OS-COUNT " bank and " WS-BOOK-OS-COUNT
               " book items outstanding"
           GOBACK.

      *> A BANKOS.DAT already written for today means this is a
      *> rerun: start again from the generation that run started
      *> from, so nothing it matched or carried is counted twice.
       Load-Carried-Items.
           SET NOTHING-CARRIED TO TRUE
           OPEN INPUT OUTSTANDING-FILE
           IF OUTSTANDING-STATUS = "00"
               READ OUTSTANDING-FILE
                   AT END
                       MOVE SPACES TO OUTSTANDING-RECORD
               END-READ
               IF BO-IS-HEADER AND BOH-RUN-DATE NUMERIC
               AND BOH-RUN-DATE = Y2KDate
                   CLOSE OUTSTANDING-FILE
                   DISPLAY "BANKOS.DAT: already reconciled for "
                       Y2KDate " - rerun from BANKOSPR.DAT"
                   PERFORM Load-Prior-Generation
               ELSE
                   SET CARRIED-FROM-CURRENT TO TRUE
                   PERFORM Take-Carried-Header
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM Read-Outstanding
                   PERFORM UNTIL END-OF-FILE
                       PERFORM Take-Carried-Item
                       PERFORM Read-Outstanding
                   END-PERFORM
                   CLOSE OUTSTANDING-FILE
               END-IF
           ELSE
               DISPLAY "BANKOS.DAT: status " OUTSTANDING-STATUS
                   " - nothing carried forward"
           END-IF.

       Load-Prior-Generation.
           OPEN INPUT PRIOR-OUTSTANDING-FILE
           IF PRIOR-OUTSTANDING-STATUS = "00"
               SET CARRIED-FROM-PRIOR TO TRUE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Prior-Outstanding
               IF NOT END-OF-FILE
                   PERFORM Take-Carried-Header
                   PERFORM Read-Prior-Outstanding
               END-IF
               PERFORM UNTIL END-OF-FILE
                   PERFORM Take-Carried-Item
                   PERFORM Read-Prior-Outstanding
               END-PERFORM
               CLOSE PRIOR-OUTSTANDING-FILE
           END-IF.

       Read-Outstanding.
           READ OUTSTANDING-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Read-Prior-Outstanding.
           READ PRIOR-OUTSTANDING-FILE INTO OUTSTANDING-RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Take-Carried-Header.
           IF BO-IS-HEADER
               IF BOH-RUN-DATE NUMERIC
                   MOVE BOH-RUN-DATE TO WS-CARRY-RUN-DATE
               END-IF
               IF BOH-LAST-BANK-DATE NUMERIC
                   MOVE BOH-LAST-BANK-DATE TO WS-LAST-BANK-DATE
               END-IF
           END-IF.

       Take-Carried-Item.
           IF (BO-IS-BANK OR BO-IS-BOOK)
           AND BO-ITEM-DATE NUMERIC AND BO-AMOUNT NUMERIC
               IF WS-IT-COUNT < WS-IT-LIMIT
                   ADD 1 TO WS-IT-COUNT
                   MOVE BO-SIDE TO WS-IT-SIDE (WS-IT-COUNT)
                   MOVE BO-ITEM-DATE TO WS-IT-DATE (WS-IT-COUNT)
                   MOVE BO-AMOUNT TO WS-IT-AMOUNT (WS-IT-COUNT)
                   MOVE BO-REFERENCE TO WS-IT-REF (WS-IT-COUNT)
                   MOVE BO-FIRST-SEEN
                       TO WS-IT-FIRST-SEEN (WS-IT-COUNT)
                   IF BO-ITEM-COUNT NUMERIC
                       MOVE BO-ITEM-COUNT TO WS-IT-ITEMS (WS-IT-COUNT)
                   ELSE
                       MOVE ZERO TO WS-IT-ITEMS (WS-IT-COUNT)
                   END-IF
                   MOVE "Y" TO WS-IT-CARRIED (WS-IT-COUNT)
                   MOVE ZERO TO WS-IT-MATCH (WS-IT-COUNT)
                   IF BO-IS-BANK
                       ADD BO-AMOUNT TO WS-BANK-IN
                   ELSE
                       ADD BO-AMOUNT TO WS-BOOK-IN
                   END-IF
               ELSE
                   ADD 1 TO WS-IT-OVERFLOW
               END-IF
           END-IF.

      *> Only statement lines dated after the last one taken in
      *> are new; the bank's file may repeat a day already seen.
       Load-Bank-Statement.
           OPEN INPUT BANK-STATEMENT-FILE
           IF BANK-STATEMENT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Bank-Statement
               PERFORM UNTIL END-OF-FILE
                   IF BS-DEPOSIT-DATE NUMERIC AND BS-AMOUNT NUMERIC
                   AND BS-DEPOSIT-DATE > WS-LAST-BANK-DATE
                   AND BS-AMOUNT > ZERO
                       PERFORM Take-Bank-Credit
                   END-IF
                   PERFORM Read-Bank-Statement
               END-PERFORM
               CLOSE BANK-STATEMENT-FILE
           ELSE
               DISPLAY "BANKSTMT.DAT: status " BANK-STATEMENT-STATUS
                   " - no bank statement today"
           END-IF.

       Read-Bank-Statement.
           READ BANK-STATEMENT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Take-Bank-Credit.
           IF WS-IT-COUNT < WS-IT-LIMIT
               ADD 1 TO WS-IT-COUNT
               SET IT-IS-BANK (WS-IT-COUNT) TO TRUE
               MOVE BS-DEPOSIT-DATE TO WS-IT-DATE (WS-IT-COUNT)
               MOVE BS-AMOUNT TO WS-IT-AMOUNT (WS-IT-COUNT)
               MOVE BS-REFERENCE TO WS-IT-REF (WS-IT-COUNT)
               MOVE Y2KDate TO WS-IT-FIRST-SEEN (WS-IT-COUNT)
               MOVE 1 TO WS-IT-ITEMS (WS-IT-COUNT)
               MOVE "N" TO WS-IT-CARRIED (WS-IT-COUNT)
               MOVE ZERO TO WS-IT-MATCH (WS-IT-COUNT)
               ADD BS-AMOUNT TO WS-BANK-NEW
               IF BS-DEPOSIT-DATE > WS-NEW-BANK-DATE
                   MOVE BS-DEPOSIT-DATE TO WS-NEW-BANK-DATE
               END-IF
           ELSE
               ADD 1 TO WS-IT-OVERFLOW
           END-IF.

      *> The night's postings, one book deposit per keyed deposit
      *> date; returned-check reversals are counted, not matched.
       Load-Book-Deposits.
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Payment
               PERFORM UNTIL END-OF-FILE
                   IF PAY-RUN-DATE NUMERIC
                   AND PAY-RUN-DATE = Y2KDate
                   AND PAY-AMOUNT NUMERIC
                   AND PAY-PAY-DATE NUMERIC
                       MOVE PAY-AMOUNT TO WS-DEPOSIT-AMOUNT
                       IF NOT PAY-IN-BASE-CURRENCY
                       AND PAY-BANK-AMOUNT NUMERIC
                           MOVE PAY-BANK-AMOUNT TO WS-DEPOSIT-AMOUNT
                       END-IF
                       IF PAY-IS-RETURNED
                           ADD 1 TO WS-RETURNED-COUNT
                           ADD WS-DEPOSIT-AMOUNT TO WS-RETURNED-TOTAL
                       ELSE
                           PERFORM Take-Book-Payment
                       END-IF
                   END-IF
                   PERFORM Read-Payment
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF.

       Read-Payment.
           READ PAYMENTS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Take-Book-Payment.
           SET MATCH-FOUND TO FALSE
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT OR MATCH-FOUND
               IF IT-IS-BOOK (WS-IT-SUB)
               AND NOT IT-CARRIED (WS-IT-SUB)
               AND WS-IT-DATE (WS-IT-SUB) = PAY-PAY-DATE
                   SET MATCH-FOUND TO TRUE
                   ADD WS-DEPOSIT-AMOUNT TO WS-IT-AMOUNT (WS-IT-SUB)
                   ADD 1 TO WS-IT-ITEMS (WS-IT-SUB)
               END-IF
           END-PERFORM
           IF NOT MATCH-FOUND
               IF WS-IT-COUNT < WS-IT-LIMIT
                   ADD 1 TO WS-IT-COUNT
                   SET IT-IS-BOOK (WS-IT-COUNT) TO TRUE
                   MOVE PAY-PAY-DATE TO WS-IT-DATE (WS-IT-COUNT)
                   MOVE WS-DEPOSIT-AMOUNT
                       TO WS-IT-AMOUNT (WS-IT-COUNT)
                   MOVE "KEYED DEP" TO WS-IT-REF (WS-IT-COUNT)
                   MOVE Y2KDate TO WS-IT-FIRST-SEEN (WS-IT-COUNT)
                   MOVE 1 TO WS-IT-ITEMS (WS-IT-COUNT)
                   MOVE "N" TO WS-IT-CARRIED (WS-IT-COUNT)
                   MOVE ZERO TO WS-IT-MATCH (WS-IT-COUNT)
               ELSE
                   ADD 1 TO WS-IT-OVERFLOW
               END-IF
           END-IF
           ADD WS-DEPOSIT-AMOUNT TO WS-BOOK-NEW.

      *> Pass 1: an open book deposit against the first open bank
      *> credit of the same amount dated inside the window.
       Match-By-Item.
           IF IT-IS-BOOK (WS-IT-SUB) AND WS-IT-MATCH (WS-IT-SUB) = 0
               SET MATCH-FOUND TO FALSE
               PERFORM VARYING WS-IT-SUB2 FROM 1 BY 1
                   UNTIL WS-IT-SUB2 > WS-IT-COUNT OR MATCH-FOUND
                   IF IT-IS-BANK (WS-IT-SUB2)
                   AND WS-IT-MATCH (WS-IT-SUB2) = ZERO
                   AND WS-IT-AMOUNT (WS-IT-SUB2)
                       = WS-IT-AMOUNT (WS-IT-SUB)
                       MOVE WS-IT-DATE (WS-IT-SUB) TO WS-FROM-DATE
                       MOVE WS-IT-DATE (WS-IT-SUB2) TO WS-TO-DATE
                       CALL "DAYS-BETWEEN" USING WS-FROM-DATE
                           WS-TO-DATE WS-DAYS
                       IF WS-DAYS >= ZERO
                       AND WS-DAYS <= WS-MATCH-WINDOW
                           SET MATCH-FOUND TO TRUE
                           MOVE WS-IT-SUB2 TO WS-IT-MATCH (WS-IT-SUB)
                           MOVE WS-IT-SUB TO WS-IT-MATCH (WS-IT-SUB2)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Pass 2: an open bank credit against all the open book
      *> items of one keyed deposit date inside the window.
       Match-By-Deposit-Date.
           IF IT-IS-BANK (WS-IT-SUB) AND WS-IT-MATCH (WS-IT-SUB) = 0
               SET MATCH-FOUND TO FALSE
               PERFORM VARYING WS-IT-SUB2 FROM 1 BY 1
                   UNTIL WS-IT-SUB2 > WS-IT-COUNT OR MATCH-FOUND
                   IF IT-IS-BOOK (WS-IT-SUB2)
                   AND WS-IT-MATCH (WS-IT-SUB2) = ZERO
                       PERFORM Try-Deposit-Date-Group
                   END-IF
               END-PERFORM
           END-IF.

       Try-Deposit-Date-Group.
           MOVE WS-IT-DATE (WS-IT-SUB2) TO WS-FROM-DATE
           MOVE WS-IT-DATE (WS-IT-SUB) TO WS-TO-DATE
           CALL "DAYS-BETWEEN" USING WS-FROM-DATE WS-TO-DATE WS-DAYS
           IF WS-DAYS >= ZERO AND WS-DAYS <= WS-MATCH-WINDOW
               MOVE WS-IT-DATE (WS-IT-SUB2) TO WS-GROUP-DATE
               MOVE ZERO TO WS-GROUP-TOTAL
               PERFORM VARYING WS-IT-SUB3 FROM 1 BY 1
                   UNTIL WS-IT-SUB3 > WS-IT-COUNT
                   IF IT-IS-BOOK (WS-IT-SUB3)
                   AND WS-IT-MATCH (WS-IT-SUB3) = ZERO
                   AND WS-IT-DATE (WS-IT-SUB3) = WS-GROUP-DATE
                       ADD WS-IT-AMOUNT (WS-IT-SUB3) TO WS-GROUP-TOTAL
                   END-IF
               END-PERFORM
               IF WS-GROUP-TOTAL = WS-IT-AMOUNT (WS-IT-SUB)
                   SET MATCH-FOUND TO TRUE
                   PERFORM VARYING WS-IT-SUB3 FROM 1 BY 1
                       UNTIL WS-IT-SUB3 > WS-IT-COUNT
                       IF IT-IS-BOOK (WS-IT-SUB3)
                       AND WS-IT-MATCH (WS-IT-SUB3) = ZERO
                       AND WS-IT-DATE (WS-IT-SUB3) = WS-GROUP-DATE
                           MOVE WS-IT-SUB TO WS-IT-MATCH (WS-IT-SUB3)
                       END-IF
                   END-PERFORM
                   MOVE WS-IT-SUB TO WS-IT-MATCH (WS-IT-SUB)
               END-IF
           END-IF.

      *> Each book item with the bank credit that cleared it; a
      *> bank credit that cleared a whole deposit date prints
      *> against every book item of that date.
       Print-Matched-Items.
           MOVE "  MATCHED - BOOK DEPOSITS CLEARED BY THE BANK"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
               IF IT-IS-BOOK (WS-IT-SUB)
               AND WS-IT-MATCH (WS-IT-SUB) NOT = ZERO
                   MOVE WS-IT-MATCH (WS-IT-SUB) TO WS-IT-SUB2
                   ADD 1 TO WS-MATCH-COUNT
                   ADD WS-IT-AMOUNT (WS-IT-SUB) TO WS-BOOK-MATCHED
                   MOVE SPACES TO RECON-LINE
                   MOVE "BOOK" TO RL-SIDE
                   MOVE WS-IT-DATE (WS-IT-SUB) TO RL-ITEM-DATE
                   MOVE WS-IT-REF (WS-IT-SUB) TO RL-REFERENCE
                   MOVE WS-IT-ITEMS (WS-IT-SUB) TO RL-ITEMS
                   MOVE WS-IT-AMOUNT (WS-IT-SUB) TO RL-AMOUNT
                   MOVE WS-IT-DATE (WS-IT-SUB2) TO RL-MATCH-DATE
                   MOVE WS-IT-REF (WS-IT-SUB2) TO RL-MATCH-REF
                   IF WS-IT-MATCH (WS-IT-SUB2) = WS-IT-SUB2
                       MOVE "DATE GROUP" TO RL-NOTE
                   END-IF
                   MOVE RECON-LINE TO WS-PRINT-LINE
                   PERFORM Write-Print-Line
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
               IF IT-IS-BANK (WS-IT-SUB)
               AND WS-IT-MATCH (WS-IT-SUB) NOT = ZERO
                   ADD WS-IT-AMOUNT (WS-IT-SUB) TO WS-BANK-MATCHED
               END-IF
           END-PERFORM
           IF WS-MATCH-COUNT = ZERO
               MOVE "  (nothing matched)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Outstanding-Bank.
           MOVE "  OUTSTANDING - IN THE BANK, NOT ON OUR BOOKS"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-RUNNING-TOTAL
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
               IF IT-IS-BANK (WS-IT-SUB)
               AND WS-IT-MATCH (WS-IT-SUB) = ZERO
                   ADD 1 TO WS-BANK-OS-COUNT
                   ADD WS-IT-AMOUNT (WS-IT-SUB) TO WS-BANK-OUT
                   PERFORM Print-Outstanding-Line
               END-IF
           END-PERFORM
           IF WS-BANK-OS-COUNT = ZERO
               MOVE "  (none)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Outstanding-Book.
           MOVE "  OUTSTANDING - ON OUR BOOKS, NOT IN THE BANK"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-RUNNING-TOTAL
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
               IF IT-IS-BOOK (WS-IT-SUB)
               AND WS-IT-MATCH (WS-IT-SUB) = ZERO
                   ADD 1 TO WS-BOOK-OS-COUNT
                   ADD WS-IT-AMOUNT (WS-IT-SUB) TO WS-BOOK-OUT
                   PERFORM Print-Outstanding-Line
               END-IF
           END-PERFORM
           IF WS-BOOK-OS-COUNT = ZERO
               MOVE "  (none)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Outstanding-Line.
           ADD WS-IT-AMOUNT (WS-IT-SUB) TO WS-RUNNING-TOTAL
           CALL "DAYS-BETWEEN" USING WS-IT-DATE (WS-IT-SUB) Y2KDate
               WS-DAYS
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF
           MOVE SPACES TO RECON-LINE
           IF IT-IS-BANK (WS-IT-SUB)
               MOVE "BANK" TO RL-SIDE
           ELSE
               MOVE "BOOK" TO RL-SIDE
           END-IF
           MOVE WS-IT-DATE (WS-IT-SUB) TO RL-ITEM-DATE
           MOVE WS-IT-REF (WS-IT-SUB) TO RL-REFERENCE
           MOVE WS-IT-ITEMS (WS-IT-SUB) TO RL-ITEMS
           MOVE WS-IT-AMOUNT (WS-IT-SUB) TO RL-AMOUNT
           MOVE WS-DAYS TO RL-DAYS
           MOVE WS-RUNNING-TOTAL TO RL-RUNNING
           IF WS-DAYS > WS-MATCH-WINDOW
               MOVE "INVESTIGATE" TO RL-NOTE
               ADD 1 TO WS-INVESTIGATE-COUNT
           ELSE
               IF IT-CARRIED (WS-IT-SUB)
                   MOVE "CARRIED" TO RL-NOTE
               ELSE
                   MOVE "NEW" TO RL-NOTE
               END-IF
           END-IF
           MOVE RECON-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Each side must prove: carried in + new - matched = out.
       Print-Recon-Summary.
           MOVE "                              CARRIED IN" &
               "         NEW TODAY           MATCHED" &
               "      CARRIED OUT" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-SUMMARY-LINE
           MOVE "BANK CREDITS" TO RS-LABEL
           MOVE WS-BANK-IN TO RS-IN
           MOVE WS-BANK-NEW TO RS-NEW
           MOVE WS-BANK-MATCHED TO RS-MATCHED
           MOVE WS-BANK-OUT TO RS-OUT
           COMPUTE WS-PROOF-TOTAL = WS-BANK-IN + WS-BANK-NEW
               - WS-BANK-MATCHED - WS-BANK-OUT
           PERFORM Set-Proof-Flag
           MOVE RECON-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO RECON-SUMMARY-LINE
           MOVE "BOOK DEPOSITS" TO RS-LABEL
           MOVE WS-BOOK-IN TO RS-IN
           MOVE WS-BOOK-NEW TO RS-NEW
           MOVE WS-BOOK-MATCHED TO RS-MATCHED
           MOVE WS-BOOK-OUT TO RS-OUT
           COMPUTE WS-PROOF-TOTAL = WS-BOOK-IN + WS-BOOK-NEW
               - WS-BOOK-MATCHED - WS-BOOK-OUT
           PERFORM Set-Proof-Flag
           MOVE RECON-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Matched " WS-MATCH-COUNT
               "   bank outstanding " WS-BANK-OS-COUNT
               "   book outstanding " WS-BOOK-OS-COUNT
               "   to investigate " WS-INVESTIGATE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-RETURNED-TOTAL TO WS-RETURNED-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Returned-check reversals not matched: "
               WS-RETURNED-COUNT "  totalling " WS-RETURNED-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Set-Proof-Flag.
           IF WS-PROOF-TOTAL = ZERO
               MOVE "PROVED" TO RS-PROOF
           ELSE
               MOVE "** OUT **" TO RS-PROOF
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> The generation this run started from, kept so a rerun
      *> today can start from it again.
       Save-Prior-Generation.
           OPEN OUTPUT PRIOR-OUTSTANDING-FILE
           MOVE SPACES TO OUTSTANDING-RECORD
           MOVE "H" TO BO-SIDE
           MOVE WS-CARRY-RUN-DATE TO BOH-RUN-DATE
           MOVE WS-LAST-BANK-DATE TO BOH-LAST-BANK-DATE
           WRITE PRIOR-OUTSTANDING-RECORD FROM OUTSTANDING-RECORD
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
               IF IT-CARRIED (WS-IT-SUB)
                   PERFORM Build-Outstanding-Row
                   WRITE PRIOR-OUTSTANDING-RECORD
                       FROM OUTSTANDING-RECORD
               END-IF
           END-PERFORM
           CLOSE PRIOR-OUTSTANDING-FILE.

       Rewrite-Outstanding.
           OPEN OUTPUT OUTSTANDING-FILE
           MOVE SPACES TO OUTSTANDING-RECORD
           MOVE "H" TO BO-SIDE
           MOVE Y2KDate TO BOH-RUN-DATE
           MOVE WS-NEW-BANK-DATE TO BOH-LAST-BANK-DATE
           WRITE OUTSTANDING-RECORD
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT
               IF WS-IT-MATCH (WS-IT-SUB) = ZERO
                   PERFORM Build-Outstanding-Row
                   WRITE OUTSTANDING-RECORD
               END-IF
           END-PERFORM
           CLOSE OUTSTANDING-FILE.

       Build-Outstanding-Row.
           MOVE SPACES TO OUTSTANDING-RECORD
           MOVE WS-IT-SIDE (WS-IT-SUB) TO BO-SIDE
           MOVE WS-IT-DATE (WS-IT-SUB) TO BO-ITEM-DATE
           MOVE WS-IT-AMOUNT (WS-IT-SUB) TO BO-AMOUNT
           MOVE WS-IT-REF (WS-IT-SUB) TO BO-REFERENCE
           MOVE WS-IT-FIRST-SEEN (WS-IT-SUB) TO BO-FIRST-SEEN
           MOVE WS-IT-ITEMS (WS-IT-SUB) TO BO-ITEM-COUNT.

           COPY PRTWR.
       END PROGRAM Bank-Recon.
