       IDENTIFICATION DIVISION.
       PROGRAM-ID. Open-Items.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Open-item listing for the bursar's window: every invoice
      *> still carrying a balance on OPENITEM.DAT, as Ar-Post left
      *> it, with the invoice's original amount, what credit
      *> lines and payments have taken off it, and what remains.
      *> When a parent says "that check was for the spring
      *> installment", this is the page that shows which invoice
      *> it paid and what is still open on the others. Lines
      *> billed before invoice numbers existed list as (NONE).
      *> Output is OPENITEM.RPT through the shared PRTCTL/PRTWR
      *> heading block, in the order the invoices were billed,
      *> with totals at the foot that tie to the aged trial
      *> balance's open invoices. Runs in the cycle right after
      *> Ar-Post with the run date; ACCEPTs its own standalone.
      *> 15 Oct 2026 MK - Returned-check fee items list as NSF FEE.
      *> 15 Oct 2026 MK - Refund check items list as REFUND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "OPENITEM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 OPEN-ITEM-STATUS      PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 WS-MASTER-OPEN        PIC X VALUE "N".
           88 MASTER-IS-OPEN    VALUE "Y".

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-ITEM-EOF          PIC X VALUE "N".
           88 END-OF-ITEMS     VALUE "Y".

       01 WS-ITEM-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ORIGINAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PAYMENTS    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-BALANCE     PIC 9(9)V99 VALUE ZERO.

       01 OPEN-ITEM-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-INVOICE-DATE  PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-TYPE          PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-TERM          PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-ORIGINAL      PIC $$$$,$$9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-CREDITS       PIC $$$$,$$9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-PAYMENTS      PIC $$$$,$$9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 OL-BALANCE       PIC $$$$,$$9.99.
           02 FILLER           PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "OPENITEM.DAT: status " OPEN-ITEM-STATUS
                   " - run Ar-Post first, no open items to list"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "OPEN-ITEM LISTING" TO RH-TITLE
           MOVE "OPENITM" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " INVOICE  STUD-ID NAME                  INV-DATE" &
               " TYPE     TERM      ORIGINAL     CREDITS" &
               "    PAYMENTS     BALANCE"
               TO RH-COLUMN-HEADS

           MOVE "N" TO WS-ITEM-EOF
           PERFORM Read-Open-Item
           PERFORM UNTIL END-OF-ITEMS
               IF OI-STUDENT-ID NUMERIC AND OI-BALANCE NUMERIC
                   PERFORM List-One-Item
               END-IF
               PERFORM Read-Open-Item
           END-PERFORM
           IF WS-ITEM-COUNT = ZERO
               MOVE "  (no open invoices)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO OPEN-ITEM-LINE
           MOVE "*** TOTALS ***" TO OL-STUDENT-NAME
           MOVE WS-TOTAL-ORIGINAL TO OL-ORIGINAL
           MOVE WS-TOTAL-CREDITS  TO OL-CREDITS
           MOVE WS-TOTAL-PAYMENTS TO OL-PAYMENTS
           MOVE WS-TOTAL-BALANCE  TO OL-BALANCE
           MOVE OPEN-ITEM-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE OPEN-ITEM-FILE
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF
           DISPLAY "Open-Items: " WS-ITEM-COUNT " open invoices, "
               WS-TOTAL-BALANCE " outstanding"
           GOBACK.

       Read-Open-Item.
           READ OPEN-ITEM-FILE
               AT END
                   SET END-OF-ITEMS TO TRUE
           END-READ.

       List-One-Item.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO OPEN-ITEM-LINE
           IF OI-INVOICE-NO NUMERIC AND OI-INVOICE-NO NOT = ZERO
               MOVE OI-INVOICE-NO TO OL-INVOICE-NO
           ELSE
               MOVE "(NONE)" TO OL-INVOICE-NO
           END-IF
           MOVE OI-STUDENT-ID TO OL-STUDENT-ID
           MOVE "(not on master)" TO OL-STUDENT-NAME
           IF MASTER-IS-OPEN
               MOVE OI-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STM-STUDENT-NAME TO OL-STUDENT-NAME
               END-READ
           END-IF
           MOVE OI-INVOICE-DATE TO OL-INVOICE-DATE
           EVALUATE OI-LINE-TYPE
               WHEN "L"
                   MOVE "LATE FEE" TO OL-TYPE
               WHEN "F"
                   MOVE "NSF FEE" TO OL-TYPE
               WHEN "D"
                   MOVE "REFUND" TO OL-TYPE
               WHEN OTHER
                   MOVE "TUITION" TO OL-TYPE
           END-EVALUATE
           MOVE OI-TERM-CODE        TO OL-TERM
           MOVE OI-ORIGINAL         TO OL-ORIGINAL
           MOVE OI-CREDITS-APPLIED  TO OL-CREDITS
           MOVE OI-PAYMENTS-APPLIED TO OL-PAYMENTS
           MOVE OI-BALANCE          TO OL-BALANCE
           ADD OI-ORIGINAL         TO WS-TOTAL-ORIGINAL
           ADD OI-CREDITS-APPLIED  TO WS-TOTAL-CREDITS
           ADD OI-PAYMENTS-APPLIED TO WS-TOTAL-PAYMENTS
           ADD OI-BALANCE          TO WS-TOTAL-BALANCE
           MOVE OPEN-ITEM-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Open-Items.
