       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ap-Check-Run.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Accounts payable payment selection and check run. The
      *> APPAYCTL.DAT card carries the cutoff date (today when
      *> there is no card); every open invoice on APINVOIC.DAT due
      *> on or before it is paid, and so is any falling due before
      *> the next business day after it (NEXT-BUS-DAY), since a
      *> bill due on the Saturday or the holiday after a Friday
      *> cutoff would otherwise go out late waiting for the next
      *> run. Each active vendor with anything selected gets one
      *> check for all of it; the check number comes from the
      *> shared CHKNOCTL.DAT counter through NEXT-CHECK-NO, as
      *> student refund checks do, and for each check:
      *>   - the issue is appended to POSPAY.DAT in the bank's
      *>     positive-pay format (additional data "APAY"), so the
      *>     bank pays no vendor check we did not issue;
      *>   - a row is appended to the APCHECK.DAT check history,
      *>     which the night's Gl-Extract posts as cash paid out
      *>     against accounts payable;
      *>   - the invoices it pays are marked paid on APINVOIC.DAT
      *>     with the check number and date, so a rerun cannot pay
      *>     them again.
      *> Selected invoices of an inactive vendor, of a vendor no
      *> longer on the master, or adding to more than one check
      *> can carry are held and listed for the payables clerk.
      *> APCHKREG.RPT is the check register: every check with the
      *> invoices it pays, every hold with its reason, and totals
      *> that tie to the positive-pay file. When the check
      *> counter fails no further checks are cut, the rest list as
      *> not issued and the run ends RC 8 for the treasurer; an
      *> unreadable card or an invoice file too large to hold also
      *> end RC 8 with nothing paid. RC 4 when anything was held.
      *> Run on demand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-PAY-CONTROL-FILE ASSIGN TO "APPAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-PAY-CONTROL-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MASTER-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO "APINVOIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-INVOICE-STATUS.

           SELECT AP-CHECK-FILE ASSIGN TO "APCHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-CHECK-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITIVE-PAY-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "APCHKREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-PAY-CONTROL-FILE.
       01  AP-PAY-CONTROL-RECORD.
           02  APC-CUTOFF-DATE     PIC 9(8).

           COPY VENDORM.

           COPY APINVOIC.

           COPY APCHECK.

       FD  POSITIVE-PAY-FILE.
           COPY POSPAY.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 AP-PAY-CONTROL-STATUS    PIC XX.
       01 VENDOR-MASTER-STATUS     PIC XX.
       01 AP-INVOICE-STATUS        PIC XX.
       01 AP-CHECK-STATUS          PIC XX.
       01 POSITIVE-PAY-STATUS      PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-VENDOR-EOF        PIC X VALUE "N".
           88 END-OF-VENDORS   VALUE "Y".
       01 WS-INVOICE-EOF       PIC X VALUE "N".
           88 END-OF-AP-INVOICES VALUE "Y".

       01 WS-CUTOFF-DATE       PIC 9(8) VALUE ZERO.
       01 WS-PAY-BEFORE-DATE   PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID        PIC X VALUE "N".
      *> Largest amount one check (and one positive-pay record)
      *> can carry.
       01 WS-CHECK-LIMIT       PIC 9(9)V99 VALUE 99999999.99.

       01 WS-VENDOR-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-SUB        PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-TABLE-AREA.
           02 WS-VENDOR-ENTRY OCCURS 500 TIMES.
               03 WS-VN-ID         PIC X(6).
               03 WS-VN-NAME       PIC X(35).
               03 WS-VN-STATUS     PIC X.

      *> The whole invoice file, held for the run and rewritten
      *> once at end with the invoices paid marked.
       01 WS-INV-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-INV-SUB           PIC 9(4) VALUE ZERO.
       01 WS-INV-LIMIT         PIC 9(4) VALUE 5000.
       01 WS-INV-TABLE-AREA.
           02 WS-INV-ENTRY OCCURS 5000 TIMES.
               03 WS-IV-IMAGE      PIC X(107).
               03 WS-IV-VENDOR-ID  PIC X(6).
               03 WS-IV-INVOICE-NO PIC X(15).
               03 WS-IV-DUE-DATE   PIC 9(8).
               03 WS-IV-AMOUNT     PIC 9(7)V99.
               03 WS-IV-VENDOR-SUB PIC 9(3).
               03 WS-IV-SELECTED   PIC X.
               03 WS-IV-CHECK-NO   PIC 9(8).
       01 WS-INV-OVERFLOW      PIC 9(5) VALUE ZERO.

       01 WS-CHECKS-SWITCH     PIC X VALUE "N".
           88 CHECKS-STOPPED   VALUE "Y".

       01 WS-PAYEE-ID          PIC X(6) VALUE SPACES.
       01 WS-PAYEE-NAME        PIC X(35) VALUE SPACES.
       01 WS-PAYEE-SUB         PIC 9(3) VALUE ZERO.
       01 WS-PAYEE-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYEE-INVOICES    PIC 9(3) VALUE ZERO.
       01 WS-CHECK-NO          PIC 9(8) VALUE ZERO.
       01 WS-ACCOUNT-NO        PIC X(12) VALUE SPACES.
       01 WS-DISPOSITION       PIC X(32) VALUE SPACES.

       01 WS-SELECTED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SELECTED-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-ISSUED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ISSUED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-PAID-INVOICES     PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-HELD-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01 CHECK-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 CL-CHECK-NO      PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CL-VENDOR-ID     PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CL-PAYEE-NAME    PIC X(35).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CL-INVOICE-NO    PIC X(15).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CL-DUE-DATE      PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CL-AMOUNT        PIC $$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CL-DISPOSITION   PIC X(32).
           02 FILLER           PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Cutoff-Date
           IF WS-DATE-VALID NOT = "Y"
               DISPLAY "APPAYCTL.DAT: cutoff date [" APC-CUTOFF-DATE
                   "] is not a valid date - NO CHECKS CUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "NEXT-BUS-DAY" USING WS-CUTOFF-DATE
               WS-PAY-BEFORE-DATE
           DISPLAY "Ap-Check-Run check date [" Y2KDate "] cutoff ["
               WS-CUTOFF-DATE "] paying due before ["
               WS-PAY-BEFORE-DATE "]"

           PERFORM Load-Vendors
           PERFORM Load-Ap-Invoices
           IF WS-INV-OVERFLOW > ZERO
               DISPLAY "APINVOIC.DAT: " WS-INV-OVERFLOW " invoices "
                   "past the " WS-INV-LIMIT " held - NO CHECKS CUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Open-Check-Outputs
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "AP CHECK REGISTER" TO RH-TITLE
           MOVE "APCHKRUN" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " CHECK-NO  VENDOR  PAYEE                          " &
               "      INVOICE-NO       DUE-DATE          AMOUNT  " &
               "DISPOSITION" TO RH-COLUMN-HEADS
           PERFORM VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-VENDOR-COUNT
               MOVE WS-VN-ID (WS-PAYEE-SUB) TO WS-PAYEE-ID
               MOVE WS-VN-NAME (WS-PAYEE-SUB) TO WS-PAYEE-NAME
               PERFORM Pay-One-Vendor
           END-PERFORM
      *> Whatever is left selected names a vendor not on the master.
           MOVE ZERO TO WS-PAYEE-SUB
           MOVE "(not on vendor master)" TO WS-PAYEE-NAME
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-IV-SELECTED (WS-INV-SUB) = "Y"
               AND WS-IV-VENDOR-SUB (WS-INV-SUB) = ZERO
                   MOVE WS-IV-VENDOR-ID (WS-INV-SUB) TO WS-PAYEE-ID
                   MOVE "HELD - VENDOR NOT ON MASTER"
                       TO WS-DISPOSITION
                   MOVE ZERO TO WS-CHECK-NO
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-IV-AMOUNT (WS-INV-SUB) TO WS-HELD-TOTAL
                   PERFORM Print-Invoice-Line
               END-IF
           END-PERFORM
           IF WS-SELECTED-COUNT = ZERO
               MOVE "  (no open invoices due by the cutoff)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Register-Totals
           CLOSE PRINT-REPORT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE AP-CHECK-FILE
           PERFORM Rewrite-Ap-Invoices

           DISPLAY "Ap-Check-Run: " WS-ISSUED-COUNT
               " checks issued (" WS-ISSUED-TOTAL ") paying "
               WS-PAID-INVOICES " invoices, " WS-HELD-COUNT
               " invoices held"
           EVALUATE TRUE
               WHEN CHECKS-STOPPED
                   DISPLAY "Ap-Check-Run: checks stopped -"
                       " remaining vendors NOT PAID"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> No card pays what is due through today.
       Get-Cutoff-Date.
           MOVE Y2KDate TO WS-CUTOFF-DATE
           MOVE "Y" TO WS-DATE-VALID
           MOVE ZERO TO APC-CUTOFF-DATE
           OPEN INPUT AP-PAY-CONTROL-FILE
           IF AP-PAY-CONTROL-STATUS = "00"
               READ AP-PAY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-DATE-VALID
                       IF APC-CUTOFF-DATE NUMERIC
                           CALL "DATE-CHECK" USING APC-CUTOFF-DATE
                               WS-DATE-VALID
                       END-IF
                       IF WS-DATE-VALID = "Y"
                           MOVE APC-CUTOFF-DATE TO WS-CUTOFF-DATE
                       END-IF
               END-READ
               CLOSE AP-PAY-CONTROL-FILE
           END-IF.

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
                       MOVE VND-STATUS
                           TO WS-VN-STATUS (WS-VENDOR-COUNT)
                   ELSE
                       DISPLAY "VENDORM.DAT: more than 500 vendors, "
                           "extras held as not on master"
                   END-IF
                   PERFORM Read-Vendor
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           ELSE
               DISPLAY "VENDORM.DAT: status " VENDOR-MASTER-STATUS
                   " - every invoice will be held"
           END-IF.

       Read-Vendor.
           READ VENDOR-MASTER-FILE
               AT END
                   SET END-OF-VENDORS TO TRUE
           END-READ.

       Load-Ap-Invoices.
           OPEN INPUT AP-INVOICE-FILE
           IF AP-INVOICE-STATUS = "00"
               PERFORM Read-Ap-Invoice
               PERFORM UNTIL END-OF-AP-INVOICES
                   IF WS-INV-COUNT < WS-INV-LIMIT
                       ADD 1 TO WS-INV-COUNT
                       PERFORM Hold-Ap-Invoice
                   ELSE
                       ADD 1 TO WS-INV-OVERFLOW
                   END-IF
                   PERFORM Read-Ap-Invoice
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           ELSE
               DISPLAY "APINVOIC.DAT: status " AP-INVOICE-STATUS
                   ", no invoices to pay"
           END-IF.

       Read-Ap-Invoice.
           READ AP-INVOICE-FILE
               AT END
                   SET END-OF-AP-INVOICES TO TRUE
           END-READ.

       Hold-Ap-Invoice.
           MOVE AP-INVOICE-RECORD TO WS-IV-IMAGE (WS-INV-COUNT)
           MOVE API-VENDOR-ID  TO WS-IV-VENDOR-ID (WS-INV-COUNT)
           MOVE API-INVOICE-NO TO WS-IV-INVOICE-NO (WS-INV-COUNT)
           MOVE API-DUE-DATE   TO WS-IV-DUE-DATE (WS-INV-COUNT)
           MOVE API-AMOUNT     TO WS-IV-AMOUNT (WS-INV-COUNT)
           MOVE ZERO TO WS-IV-CHECK-NO (WS-INV-COUNT)
           MOVE "N" TO WS-IV-SELECTED (WS-INV-COUNT)
           IF API-IS-OPEN AND API-DUE-DATE NUMERIC
           AND API-AMOUNT NUMERIC
           AND API-DUE-DATE < WS-PAY-BEFORE-DATE
               MOVE "Y" TO WS-IV-SELECTED (WS-INV-COUNT)
               ADD 1 TO WS-SELECTED-COUNT
               ADD API-AMOUNT TO WS-SELECTED-TOTAL
           END-IF
           MOVE ZERO TO WS-IV-VENDOR-SUB (WS-INV-COUNT)
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                  OR WS-IV-VENDOR-SUB (WS-INV-COUNT) NOT = ZERO
               IF WS-VN-ID (WS-VENDOR-SUB) = API-VENDOR-ID
                   MOVE WS-VENDOR-SUB
                       TO WS-IV-VENDOR-SUB (WS-INV-COUNT)
               END-IF
           END-PERFORM.

       Open-Check-Outputs.
           OPEN EXTEND AP-CHECK-FILE
           IF AP-CHECK-STATUS = "35"
               OPEN OUTPUT AP-CHECK-FILE
               CLOSE AP-CHECK-FILE
               OPEN EXTEND AP-CHECK-FILE
           END-IF
           OPEN EXTEND POSITIVE-PAY-FILE
           IF POSITIVE-PAY-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
               CLOSE POSITIVE-PAY-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
           END-IF.

      *> One check per vendor for everything of theirs selected;
      *> the holds run in the order the clerk would ask about
      *> them.
       Pay-One-Vendor.
           MOVE ZERO TO WS-PAYEE-TOTAL
           MOVE ZERO TO WS-PAYEE-INVOICES
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-IV-SELECTED (WS-INV-SUB) = "Y"
               AND WS-IV-VENDOR-SUB (WS-INV-SUB) = WS-PAYEE-SUB
                   ADD WS-IV-AMOUNT (WS-INV-SUB) TO WS-PAYEE-TOTAL
                   ADD 1 TO WS-PAYEE-INVOICES
               END-IF
           END-PERFORM
           IF WS-PAYEE-INVOICES > ZERO
               MOVE ZERO TO WS-CHECK-NO
               EVALUATE TRUE
                   WHEN WS-VN-STATUS (WS-PAYEE-SUB) NOT = "A"
                       MOVE "HELD - VENDOR INACTIVE"
                           TO WS-DISPOSITION
                   WHEN WS-PAYEE-TOTAL > WS-CHECK-LIMIT
                       MOVE "HELD - OVER CHECK LIMIT, MANUAL"
                           TO WS-DISPOSITION
                   WHEN CHECKS-STOPPED
                       MOVE "NOT ISSUED - SEE RUN LOG"
                           TO WS-DISPOSITION
                   WHEN OTHER
                       PERFORM Issue-Vendor-Check
               END-EVALUATE
               IF WS-CHECK-NO = ZERO
                   ADD WS-PAYEE-INVOICES TO WS-HELD-COUNT
                   ADD WS-PAYEE-TOTAL TO WS-HELD-TOTAL
               END-IF
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > WS-INV-COUNT
                   IF WS-IV-SELECTED (WS-INV-SUB) = "Y"
                   AND WS-IV-VENDOR-SUB (WS-INV-SUB) = WS-PAYEE-SUB
                       MOVE WS-CHECK-NO TO WS-IV-CHECK-NO (WS-INV-SUB)
                       PERFORM Print-Invoice-Line
                   END-IF
               END-PERFORM
               PERFORM Print-Check-Total
           END-IF.

      *> The check number comes first: no number, no check, and
      *> nothing posts for it. Once the counter fails it is not
      *> asked again this run.
       Issue-Vendor-Check.
           CALL "NEXT-CHECK-NO" USING WS-CHECK-NO WS-ACCOUNT-NO
           IF WS-CHECK-NO = ZERO
               SET CHECKS-STOPPED TO TRUE
               MOVE "NOT ISSUED - NO CHECK NUMBER" TO WS-DISPOSITION
           ELSE
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE WS-ACCOUNT-NO   TO PP-ACCOUNT-NO
               MOVE WS-CHECK-NO     TO PP-CHECK-NO
               MOVE Y2KDate         TO PP-ISSUE-DATE
               MOVE WS-PAYEE-TOTAL  TO PP-AMOUNT
               SET PP-IS-ISSUE TO TRUE
               MOVE WS-PAYEE-NAME   TO PP-PAYEE-NAME
               MOVE "APAY"          TO PP-ADDL-DATA
               WRITE POSITIVE-PAY-RECORD
               MOVE SPACES TO AP-CHECK-RECORD
               MOVE Y2KDate         TO APC-ISSUE-DATE
               MOVE WS-CHECK-NO     TO APC-CHECK-NO
               MOVE WS-ACCOUNT-NO   TO APC-ACCOUNT-NO
               MOVE WS-PAYEE-ID     TO APC-VENDOR-ID
               MOVE WS-PAYEE-NAME   TO APC-PAYEE-NAME
               MOVE WS-PAYEE-TOTAL  TO APC-AMOUNT
               MOVE WS-PAYEE-INVOICES TO APC-INVOICE-COUNT
               MOVE ZERO            TO APC-GL-POSTED-DATE
               WRITE AP-CHECK-RECORD
               ADD 1 TO WS-ISSUED-COUNT
               ADD WS-PAYEE-TOTAL TO WS-ISSUED-TOTAL
               ADD WS-PAYEE-INVOICES TO WS-PAID-INVOICES
               MOVE "PAID" TO WS-DISPOSITION
           END-IF.

       Print-Invoice-Line.
           MOVE SPACES TO CHECK-LINE
           IF WS-CHECK-NO NOT = ZERO
               MOVE WS-CHECK-NO TO CL-CHECK-NO
           END-IF
           MOVE WS-PAYEE-ID TO CL-VENDOR-ID
           MOVE WS-PAYEE-NAME TO CL-PAYEE-NAME
           MOVE WS-IV-INVOICE-NO (WS-INV-SUB) TO CL-INVOICE-NO
           MOVE WS-IV-DUE-DATE (WS-INV-SUB) TO CL-DUE-DATE
           MOVE WS-IV-AMOUNT (WS-INV-SUB) TO CL-AMOUNT
           MOVE WS-DISPOSITION TO CL-DISPOSITION
           MOVE CHECK-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Check-Total.
           MOVE SPACES TO CHECK-LINE
           IF WS-CHECK-NO NOT = ZERO
               MOVE WS-CHECK-NO TO CL-CHECK-NO
               MOVE "*** CHECK AMOUNT" TO CL-INVOICE-NO
           ELSE
               MOVE "*** NOT PAID" TO CL-INVOICE-NO
           END-IF
           MOVE WS-PAYEE-ID TO CL-VENDOR-ID
           MOVE WS-PAYEE-TOTAL TO CL-AMOUNT
           MOVE CHECK-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Register-Totals.
           MOVE SPACES TO CHECK-LINE
           MOVE "*** CHECKS ISSUED ***" TO CL-PAYEE-NAME
           MOVE WS-ISSUED-TOTAL TO CL-AMOUNT
           MOVE CHECK-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO CHECK-LINE
           MOVE "*** HELD / NOT PAID ***" TO CL-PAYEE-NAME
           MOVE WS-HELD-TOTAL TO CL-AMOUNT
           MOVE CHECK-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO CHECK-LINE
           MOVE "*** ALL INVOICES SELECTED ***" TO CL-PAYEE-NAME
           MOVE WS-SELECTED-TOTAL TO CL-AMOUNT
           MOVE CHECK-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Invoices selected " WS-SELECTED-COUNT
               "   paid " WS-PAID-INVOICES
               "   held " WS-HELD-COUNT
               "   checks issued " WS-ISSUED-COUNT
               "   cutoff " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Written back in the order read, the paid ones marked with
      *> their check. Nothing to rewrite when nothing was paid.
       Rewrite-Ap-Invoices.
           IF WS-PAID-INVOICES > ZERO
               OPEN OUTPUT AP-INVOICE-FILE
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > WS-INV-COUNT
                   MOVE WS-IV-IMAGE (WS-INV-SUB) TO AP-INVOICE-RECORD
                   IF WS-IV-CHECK-NO (WS-INV-SUB) NOT = ZERO
                       SET API-IS-PAID TO TRUE
                       MOVE Y2KDate TO API-PAID-DATE
                       MOVE WS-IV-CHECK-NO (WS-INV-SUB)
                           TO API-CHECK-NO
                   END-IF
                   WRITE AP-INVOICE-RECORD
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.

           COPY PRTWR.
       END PROGRAM Ap-Check-Run.
