       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ap-Aging.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Open payables aging, the accounts payable side of the
      *> aged receivables trial balance Ar-Post prints. Every open
      *> invoice on APINVOIC.DAT is aged by the days from its due
      *> date to today (DAYS-BETWEEN, as the receivables aging
      *> does) into NOT YET DUE, 1-30, 31-60, 61-90 and OVER 90
      *> days past due, one line per invoice under its vendor with
      *> a vendor total; invoices naming a vendor no longer on
      *> VENDORM.DAT print last under their own heading. The
      *> report total is cross-footed - the five buckets must add
      *> to the open balance - and should agree with the accounts
      *> payable balance in the general ledger. APAGING.RPT. Up to
      *> 5000 open invoices are aged, the number Ap-Check-Run holds;
      *> any past that are counted and printed under the totals as
      *> left out. RC 4 when the buckets fail to cross-foot or open
      *> invoices were left out. Run on demand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MASTER-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO "APINVOIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-INVOICE-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "APAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY VENDORM.

           COPY APINVOIC.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 VENDOR-MASTER-STATUS PIC XX.
       01 AP-INVOICE-STATUS    PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-VENDOR-EOF        PIC X VALUE "N".
           88 END-OF-VENDORS   VALUE "Y".
       01 WS-INVOICE-EOF       PIC X VALUE "N".
           88 END-OF-AP-INVOICES VALUE "Y".

       01 WS-VENDOR-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-SUB        PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-TABLE-AREA.
           02 WS-VENDOR-ENTRY OCCURS 500 TIMES.
               03 WS-VN-ID         PIC X(6).
               03 WS-VN-NAME       PIC X(35).

      *> The open invoices, each with the vendor slot it belongs to
      *> (ZERO when not on the master) and its bucket.
       01 WS-OPEN-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-OPEN-SUB          PIC 9(4) VALUE ZERO.
       01 WS-OPEN-LIMIT        PIC 9(4) VALUE 5000.
       01 WS-OPEN-TABLE-AREA.
           02 WS-OPEN-ENTRY OCCURS 5000 TIMES.
               03 WS-OP-VENDOR-ID  PIC X(6).
               03 WS-OP-INVOICE-NO PIC X(15).
               03 WS-OP-DUE-DATE   PIC 9(8).
               03 WS-OP-AMOUNT     PIC 9(7)V99.
               03 WS-OP-VENDOR-SUB PIC 9(3).
               03 WS-OP-BUCKET     PIC 9.
       01 WS-OPEN-OVERFLOW     PIC 9(5) VALUE ZERO.

       01 WS-DAYS-PAST-DUE     PIC S9(7) VALUE ZERO.
       01 WS-BUCKET-SUB        PIC 9 VALUE ZERO.
       01 WS-GROUP-SUB         PIC 9(3) VALUE ZERO.
       01 WS-GROUP-ID          PIC X(6) VALUE SPACES.
       01 WS-GROUP-NAME        PIC X(35) VALUE SPACES.
       01 WS-GROUP-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-GROUP-BUCKET-AREA.
           02 WS-GROUP-BUCKET OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-GROUP-BALANCE     PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-PRINTED     PIC X VALUE "N".
           88 GROUP-NAME-PRINTED VALUE "Y" FALSE "N".

       01 WS-VENDORS-OWED      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BUCKET-AREA.
           02 WS-TOTAL-BUCKET OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-TOTAL-BALANCE     PIC 9(9)V99 VALUE ZERO.
       01 WS-CROSS-FOOT        PIC 9(9)V99 VALUE ZERO.

       01 AGED-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-VENDOR-ID     PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-VENDOR-NAME   PIC X(24).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-INVOICE-NO    PIC X(15).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-DUE-DATE      PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-NOT-DUE       PIC ZZZZZZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-30            PIC ZZZZZZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-60            PIC ZZZZZZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-90            PIC ZZZZZZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-OVER-90       PIC ZZZZZZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AG-BALANCE       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           DISPLAY "Ap-Aging as of [" Y2KDate "]"
           PERFORM Load-Vendors
           PERFORM Load-Open-Invoices

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "OPEN PAYABLES AGING" TO RH-TITLE
           MOVE "APAGING" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " VENDOR NAME                     INVOICE-NO      " &
               "DUE-DATE NOT YET DUE        1-30       31-60" &
               "       61-90     OVER 90        BALANCE"
               TO RH-COLUMN-HEADS
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               MOVE ZERO TO WS-TOTAL-BUCKET (WS-BUCKET-SUB)
           END-PERFORM
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-VENDOR-COUNT
               MOVE WS-VN-ID (WS-GROUP-SUB) TO WS-GROUP-ID
               MOVE WS-VN-NAME (WS-GROUP-SUB) TO WS-GROUP-NAME
               PERFORM Age-One-Vendor
           END-PERFORM
           MOVE ZERO TO WS-GROUP-SUB
           MOVE SPACES TO WS-GROUP-ID
           MOVE "(not on vendor master)" TO WS-GROUP-NAME
           PERFORM Age-One-Vendor
           IF WS-OPEN-COUNT = ZERO
               MOVE "  (no open payables)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Aging-Totals
           CLOSE PRINT-REPORT-FILE

           DISPLAY "Ap-Aging: " WS-OPEN-COUNT " open invoices, "
               WS-VENDORS-OWED " vendors owed, balance "
               WS-TOTAL-BALANCE
           IF WS-CROSS-FOOT NOT = WS-TOTAL-BALANCE
               DISPLAY "Ap-Aging: buckets do not cross-foot to the "
                   "open balance - see APAGING.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OPEN-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Vendors.
           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-MASTER-STATUS = "00"
               PERFORM Read-Vendor
               PERFORM UNTIL END-OF-VENDORS
                   IF WS-VENDOR-COUNT < 500
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE VND-VENDOR-ID
                           TO WS-VN-ID (WS-VENDOR-COUNT)
                       MOVE VND-NAME TO WS-VN-NAME (WS-VENDOR-COUNT)
                   ELSE
                       DISPLAY "VENDORM.DAT: more than 500 vendors, "
                           "extras age as not on master"
                   END-IF
                   PERFORM Read-Vendor
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           ELSE
               DISPLAY "VENDORM.DAT: status " VENDOR-MASTER-STATUS
                   ", vendor names not available"
           END-IF.

       Read-Vendor.
           READ VENDOR-MASTER-FILE
               AT END
                   SET END-OF-VENDORS TO TRUE
           END-READ.

       Load-Open-Invoices.
           OPEN INPUT AP-INVOICE-FILE
           IF AP-INVOICE-STATUS = "00"
               PERFORM Read-Ap-Invoice
               PERFORM UNTIL END-OF-AP-INVOICES
                   IF API-IS-OPEN AND API-AMOUNT NUMERIC
                   AND API-DUE-DATE NUMERIC
                       IF WS-OPEN-COUNT < WS-OPEN-LIMIT
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM Age-Open-Invoice
                       ELSE
                           ADD 1 TO WS-OPEN-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Ap-Invoice
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           ELSE
               DISPLAY "APINVOIC.DAT: status " AP-INVOICE-STATUS
                   ", no payables on file"
           END-IF
           IF WS-OPEN-OVERFLOW > ZERO
               DISPLAY "APINVOIC.DAT: " WS-OPEN-OVERFLOW " open "
                   "invoices past the " WS-OPEN-LIMIT
                   " aged - REPORT INCOMPLETE"
           END-IF.

       Read-Ap-Invoice.
           READ AP-INVOICE-FILE
               AT END
                   SET END-OF-AP-INVOICES TO TRUE
           END-READ.

       Age-Open-Invoice.
           MOVE API-VENDOR-ID  TO WS-OP-VENDOR-ID (WS-OPEN-COUNT)
           MOVE API-INVOICE-NO TO WS-OP-INVOICE-NO (WS-OPEN-COUNT)
           MOVE API-DUE-DATE   TO WS-OP-DUE-DATE (WS-OPEN-COUNT)
           MOVE API-AMOUNT     TO WS-OP-AMOUNT (WS-OPEN-COUNT)
           CALL "DAYS-BETWEEN" USING API-DUE-DATE Y2KDate
               WS-DAYS-PAST-DUE
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 1 TO WS-OP-BUCKET (WS-OPEN-COUNT)
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 2 TO WS-OP-BUCKET (WS-OPEN-COUNT)
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 3 TO WS-OP-BUCKET (WS-OPEN-COUNT)
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 4 TO WS-OP-BUCKET (WS-OPEN-COUNT)
               WHEN OTHER
                   MOVE 5 TO WS-OP-BUCKET (WS-OPEN-COUNT)
           END-EVALUATE
           MOVE ZERO TO WS-OP-VENDOR-SUB (WS-OPEN-COUNT)
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                  OR WS-OP-VENDOR-SUB (WS-OPEN-COUNT) NOT = ZERO
               IF WS-VN-ID (WS-VENDOR-SUB) = API-VENDOR-ID
                   MOVE WS-VENDOR-SUB
                       TO WS-OP-VENDOR-SUB (WS-OPEN-COUNT)
               END-IF
           END-PERFORM.

      *> One vendor's open invoices, one line each, then the
      *> vendor total; a vendor owing nothing prints nothing.
       Age-One-Vendor.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-BALANCE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               MOVE ZERO TO WS-GROUP-BUCKET (WS-BUCKET-SUB)
           END-PERFORM
           SET GROUP-NAME-PRINTED TO FALSE
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF WS-OP-VENDOR-SUB (WS-OPEN-SUB) = WS-GROUP-SUB
                   PERFORM Print-Aged-Invoice
               END-IF
           END-PERFORM
           IF WS-GROUP-COUNT > ZERO
               ADD 1 TO WS-VENDORS-OWED
               MOVE SPACES TO AGED-DETAIL-LINE
               MOVE "*** VENDOR TOTAL" TO AG-INVOICE-NO
               MOVE WS-GROUP-BUCKET (1) TO AG-NOT-DUE
               MOVE WS-GROUP-BUCKET (2) TO AG-30
               MOVE WS-GROUP-BUCKET (3) TO AG-60
               MOVE WS-GROUP-BUCKET (4) TO AG-90
               MOVE WS-GROUP-BUCKET (5) TO AG-OVER-90
               MOVE WS-GROUP-BALANCE    TO AG-BALANCE
               MOVE AGED-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
                   ADD WS-GROUP-BUCKET (WS-BUCKET-SUB)
                       TO WS-TOTAL-BUCKET (WS-BUCKET-SUB)
               END-PERFORM
               ADD WS-GROUP-BALANCE TO WS-TOTAL-BALANCE
           END-IF.

      *> The vendor's id and name print on the first line of the
      *> group only; an orphan invoice carries its own vendor id.
       Print-Aged-Invoice.
           ADD 1 TO WS-GROUP-COUNT
           MOVE SPACES TO AGED-DETAIL-LINE
           IF NOT GROUP-NAME-PRINTED
               MOVE WS-GROUP-ID TO AG-VENDOR-ID
               MOVE WS-GROUP-NAME TO AG-VENDOR-NAME
               SET GROUP-NAME-PRINTED TO TRUE
           END-IF
           IF WS-GROUP-SUB = ZERO
               MOVE WS-OP-VENDOR-ID (WS-OPEN-SUB) TO AG-VENDOR-ID
           END-IF
           MOVE WS-OP-INVOICE-NO (WS-OPEN-SUB) TO AG-INVOICE-NO
           MOVE WS-OP-DUE-DATE (WS-OPEN-SUB) TO AG-DUE-DATE
           MOVE WS-OP-BUCKET (WS-OPEN-SUB) TO WS-BUCKET-SUB
           EVALUATE WS-BUCKET-SUB
               WHEN 1 MOVE WS-OP-AMOUNT (WS-OPEN-SUB) TO AG-NOT-DUE
               WHEN 2 MOVE WS-OP-AMOUNT (WS-OPEN-SUB) TO AG-30
               WHEN 3 MOVE WS-OP-AMOUNT (WS-OPEN-SUB) TO AG-60
               WHEN 4 MOVE WS-OP-AMOUNT (WS-OPEN-SUB) TO AG-90
               WHEN OTHER
                   MOVE WS-OP-AMOUNT (WS-OPEN-SUB) TO AG-OVER-90
           END-EVALUATE
           MOVE WS-OP-AMOUNT (WS-OPEN-SUB) TO AG-BALANCE
           ADD WS-OP-AMOUNT (WS-OPEN-SUB)
               TO WS-GROUP-BUCKET (WS-BUCKET-SUB)
           ADD WS-OP-AMOUNT (WS-OPEN-SUB) TO WS-GROUP-BALANCE
           MOVE AGED-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Aging-Totals.
           MOVE ZERO TO WS-CROSS-FOOT
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               ADD WS-TOTAL-BUCKET (WS-BUCKET-SUB) TO WS-CROSS-FOOT
           END-PERFORM
           MOVE SPACES TO AGED-DETAIL-LINE
           MOVE "*** TOTALS ***" TO AG-VENDOR-NAME
           MOVE WS-TOTAL-BUCKET (1) TO AG-NOT-DUE
           MOVE WS-TOTAL-BUCKET (2) TO AG-30
           MOVE WS-TOTAL-BUCKET (3) TO AG-60
           MOVE WS-TOTAL-BUCKET (4) TO AG-90
           MOVE WS-TOTAL-BUCKET (5) TO AG-OVER-90
           MOVE WS-TOTAL-BALANCE    TO AG-BALANCE
           MOVE AGED-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CROSS-FOOT = WS-TOTAL-BALANCE
               STRING "  Open invoices " WS-OPEN-COUNT
                   "   vendors owed " WS-VENDORS-OWED
                   "   buckets cross-foot to the open balance"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  Open invoices " WS-OPEN-COUNT
                   "   vendors owed " WS-VENDORS-OWED
                   "   *** BUCKETS DO NOT CROSS-FOOT: "
                   WS-CROSS-FOOT " ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM Write-Print-Line
           IF WS-OPEN-OVERFLOW > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** " WS-OPEN-OVERFLOW " OPEN INVOICES PAST "
                   "THE " WS-OPEN-LIMIT " HELD LEFT OUT - TOTALS "
                   "INCOMPLETE ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Ap-Aging.
