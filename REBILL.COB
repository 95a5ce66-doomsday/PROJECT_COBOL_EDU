       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tuition-Rebill.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Nightly re-bill of course-load changes. Tuition-Bill
      *> prices a student once, on the day the add lands on the
      *> change trail; everything enrolled or dropped through
      *> ENROLLTXN.DAT after that used to leak - an August student
      *> billed for one course who added two in September was
      *> never charged for them, and a dropped course was never
      *> credited unless Class-Cancel took the whole class down.
      *> This pass closes the leak: for every active student
      *> already invoiced for the current term, the CLASSENR.DAT
      *> load in the term is counted and set against the load last
      *> invoiced - the INV-COURSE-COUNT on the student's latest
      *> charge or credit line for the term on INVOICE.DAT. When
      *> the two differ, both loads price through TUITRATE.DAT the
      *> way Tuition-Bill picks a row, and the difference books:
      *>   - a bigger load writes a "C" charge line for the extra,
      *>     a smaller one an "R" credit line for what is no longer
      *>     owed, the line carrying the new load and the term so
      *>     it becomes the load last invoiced;
      *>   - the taxable difference goes to SALESTRN.DAT as its own
      *>     HDR/data/TRL batch (source REBILL, cents hash) - "S"
      *>     rows for charges, "R" rows for credits - exactly as
      *>     Class-Cancel hands its credits to the tax run;
      *>   - every adjustment prints to REBILL.RPT for the bursar.
      *> Lines from before invoice lines carried a term (term code
      *> SPACES) stand in as the load last invoiced for a student
      *> with nothing newer for the term. No current term on
      *> TERMM.DAT counts every enrollment, as Tuition-Bill does.
      *> When TUITRATE.DAT prices by credit-hour band (H in the
      *> basis column, as Tuition-Bill reads it) the load compared
      *> and priced is the term's catalog credit hours, set against
      *> INV-CREDIT-HOURS on the line last invoiced; a student whose
      *> last line predates credit hours cannot be priced that way
      *> and is logged as a warning instead of guessed at.
      *> A load change inside the same rate band moves no money
      *> and writes nothing. Reruns are safe: the day's own lines
      *> are read back as the load now invoiced, so the second run
      *> finds nothing left to adjust. Each adjustment line takes
      *> its invoice number from the shared NEXT-INVOICE-NO counter.
      *> Callable with the run date; ACCEPTs its own standalone.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT CLASS-ENROLL-FILE ASSIGN TO "CLASSENR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-ENROLL-KEY
               ALTERNATE RECORD KEY IS CE-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS CLASS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT TUITION-RATE-FILE ASSIGN TO "TUITRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TUITION-RATE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT SALES-TRANS-FILE ASSIGN TO "SALESTRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALES-TRANS-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TERMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS TERM-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "REBILL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.
           COPY CTLHDSL.
           COPY BRANCHSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  TUITION-RATE-FILE.
       01  TUITION-RATE-RECORD.
           02  TU-MIN-COURSES      PIC 99.
           02  FILLER              PIC X(1).
           02  TU-TUITION          PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  TU-TAXABLE          PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  TU-JURISDICTION     PIC X(2).
           02  FILLER              PIC X(1).
           02  TU-RATE-BASIS       PIC X.

       FD  INVOICE-FILE.
           COPY INVOICE.

       FD  SALES-TRANS-FILE.
       01  SALES-TRANS-RECORD.
           02  ST-BEFORE-TAX       PIC 9(5)V99.
           02  ST-JURISDICTION     PIC X(2).
           02  ST-EXEMPTION-CODE   PIC X.
           02  ST-TRANS-TYPE       PIC X.
           02  ST-SALE-DATE        PIC 9(8).
           02  ST-BRANCH-CODE      PIC X(3).
           02  ST-CERT-NO          PIC X(8).
           02  FILLER              PIC X(2).

       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.
           COPY CTLHD.
           COPY BRANCHM.

       WORKING-STORAGE SECTION.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 WS-ENROLL-OPEN        PIC X VALUE "N".
           88 ENROLL-FILE-OPEN  VALUE "Y".
       01 WS-CATALOG-OPEN       PIC X VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".
       01 TUITION-RATE-STATUS   PIC XX.
       01 INVOICE-STATUS        PIC XX.
       01 SALES-TRANS-STATUS    PIC XX.
       01 TERM-MASTER-STATUS    PIC XX.
       01 WS-TERM-SCAN-EOF      PIC X VALUE "N".
           88 END-OF-TERM-SCAN  VALUE "Y" FALSE "N".
       01 WS-CURRENT-TERM       PIC X(6) VALUE SPACES.
       01 WS-TERM-KNOWN         PIC X VALUE "N".
           88 CURRENT-TERM-KNOWN VALUE "Y" FALSE "N".

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY BATCHHT.
           COPY PRTCTL.
           COPY BRCHTBL.

       01 WS-RATE-EOF          PIC X VALUE "N".
           88 END-OF-RATES     VALUE "Y".
       01 WS-ENROLL-SCAN-EOF   PIC X VALUE "N".
           88 END-OF-ENROLL-SCAN VALUE "Y" FALSE "N".
       01 WS-INVOICE-EOF       PIC X VALUE "N".
           88 END-OF-INVOICES  VALUE "Y".

      *> Tuition rate rows, highest qualifying minimum wins, the
      *> same pick Tuition-Bill makes on the same basis - C
      *> courses, H credit hours.
       01 WS-RATE-BASIS        PIC X VALUE SPACE.
           88 RATES-BY-CREDIT-HOURS VALUE "H".
       01 WS-RATE-SKIPPED      PIC 99 VALUE ZERO.
       01 WS-ROW-BASIS         PIC X VALUE SPACE.
       01 WS-RATE-COUNT        PIC 99 VALUE ZERO.
       01 WS-RATE-SUB          PIC 99 VALUE ZERO.
       01 WS-RATE-TABLE-AREA.
           02 WS-RATE-ENTRY OCCURS 10 TIMES.
               03 WS-RT-MIN        PIC 99.
               03 WS-RT-TUITION    PIC 9(5)V99.
               03 WS-RT-TAXABLE    PIC 9(5)V99.
               03 WS-RT-JURIS      PIC X(2).
       01 WS-PICK-LOAD         PIC 9(3)V9 VALUE ZERO.
       01 WS-PICKED-MIN        PIC S99 VALUE -1.
       01 WS-PICKED-TUITION    PIC 9(5)V99 VALUE ZERO.
       01 WS-PICKED-TAXABLE    PIC 9(5)V99 VALUE ZERO.
       01 WS-PICKED-JURIS      PIC X(2) VALUE SPACES.

      *> The load last invoiced per student, off INVOICE.DAT read
      *> front to back so the latest line wins: the current term's
      *> lines, and failing those the pre-term lines.
       01 WS-BL-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-BL-SUB            PIC 9(4) VALUE ZERO.
       01 WS-BL-FOUND          PIC X VALUE "N".
           88 BL-SLOT-FOUND    VALUE "Y" FALSE "N".
       01 WS-BL-TABLE-AREA.
           02 WS-BL-ENTRY OCCURS 2000 TIMES.
               03 WS-BL-ID         PIC 9(7).
               03 WS-BL-TERM-LOAD  PIC 99.
               03 WS-BL-TERM-HOURS PIC 9(3)V9.
               03 WS-BL-TERM-HRS-KNOWN PIC X.
               03 WS-BL-TERM-SEEN  PIC X.
                   88 BL-TERM-LINE-SEEN VALUE "Y".
               03 WS-BL-OLD-LOAD   PIC 99.
               03 WS-BL-OLD-HOURS  PIC 9(3)V9.
               03 WS-BL-OLD-HRS-KNOWN PIC X.
       01 WS-BL-OVERFLOW       PIC 9(5) VALUE ZERO.

       01 WS-OLD-LOAD          PIC 99 VALUE ZERO.
       01 WS-NEW-LOAD          PIC 99 VALUE ZERO.
       01 WS-OLD-HOURS         PIC 9(3)V9 VALUE ZERO.
       01 WS-NEW-HOURS         PIC 9(3)V9 VALUE ZERO.
       01 WS-OLD-HOURS-KNOWN   PIC X VALUE "N".
           88 OLD-HOURS-KNOWN  VALUE "Y".
       01 WS-OLD-MEASURE       PIC 9(3)V9 VALUE ZERO.
       01 WS-NEW-MEASURE       PIC 9(3)V9 VALUE ZERO.
       01 WS-OLD-TUITION       PIC 9(5)V99 VALUE ZERO.
       01 WS-OLD-TAXABLE       PIC 9(5)V99 VALUE ZERO.
       01 WS-OLD-JURIS         PIC X(2) VALUE SPACES.
       01 WS-NEW-TUITION       PIC 9(5)V99 VALUE ZERO.
       01 WS-NEW-TAXABLE       PIC 9(5)V99 VALUE ZERO.
       01 WS-NEW-JURIS         PIC X(2) VALUE SPACES.
       01 WS-ADJ-TYPE          PIC X VALUE SPACE.
           88 ADJ-IS-CHARGE    VALUE "C".
           88 ADJ-IS-CREDIT    VALUE "R".
       01 WS-ADJ-AMOUNT        PIC 9(5)V99 VALUE ZERO.
       01 WS-ADJ-TAXABLE       PIC 9(5)V99 VALUE ZERO.
       01 WS-ADJ-JURIS         PIC X(2) VALUE SPACES.

       01 WS-STUDENTS-READ     PIC 9(5) VALUE ZERO.
       01 WS-UNCHANGED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-SAME-BAND-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-NO-HOURS-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CHARGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CHARGE-TOTAL      PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-TOTAL      PIC 9(7)V99 VALUE ZERO.
       01 WS-SALES-WRITTEN     PIC 9(7) VALUE ZERO.
       01 WS-SALES-HASH        PIC 9(13) VALUE ZERO.
       01 WS-HT-ROW            PIC X(32).

       01 REBILL-DETAIL-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RB-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RB-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RB-TERM          PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RB-OLD-LOAD      PIC ZZ9.9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 RB-NEW-LOAD      PIC ZZ9.9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RB-TYPE          PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RB-AMOUNT        PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RB-TAXABLE       PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(47) VALUE SPACES.

       01 REBILL-TOTAL-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RT-LABEL         PIC X(30).
           02 RT-COUNT         PIC ZZZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 RT-AMOUNT        PIC $Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X(78) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "REBILL" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-SOURCE-FILE
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Tuition-Rebill run date [" Y2KDate "]"

           PERFORM Load-Tuition-Rates
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           PERFORM Find-Current-Term
           PERFORM Load-Branch-Table
           PERFORM Load-Billed-Loads
           IF WS-BL-COUNT = ZERO
               DISPLAY "Tuition-Rebill: nobody invoiced for the "
                   "term, nothing to re-bill"
               PERFORM Handoff-Control-Totals
               GOBACK
           END-IF
           PERFORM Open-Rebill-Files
           IF ABEND-OCCURRED
               GOBACK
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "COURSE-LOAD RE-BILL ADJUSTMENTS" TO RH-TITLE
           MOVE "REBILL" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE "  STUDENT  NAME                   TERM  BILLED" &
               "   NOW   TYPE        AMOUNT     TAXABLE"
               TO RH-COLUMN-HEADS
           PERFORM Rebill-One-Student
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
           PERFORM Print-Rebill-Totals
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           PERFORM Close-Rebill-Files
           IF WS-BL-OVERFLOW > ZERO
               DISPLAY "INVOICE.DAT: " WS-BL-OVERFLOW " students "
                   "past the 2000 tracked - re-bill them by hand"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Tuition-Rebill: " WS-STUDENTS-READ " students "
               "checked, " WS-CHARGE-COUNT " charged "
               WS-CHARGE-TOTAL ", " WS-CREDIT-COUNT " credited "
               WS-CREDIT-TOTAL
           PERFORM Handoff-Control-Totals
           GOBACK.

      *> Without the rate file every load prices at zero and the
      *> pass would credit the whole term away, so a missing or
      *> locked TUITRATE.DAT goes through the retry/abend routine
      *> the same as in Tuition-Bill.
       Load-Tuition-Rates.
           MOVE "TUITRATE.DAT" TO WS-ABEND-FILE-NAME
           MOVE ZERO TO WS-ABEND-RETRY-COUNT
           PERFORM Try-Open-Tuition-Rates
               UNTIL TUITION-RATE-STATUS = "00"
                  OR WS-ABEND-RETRY-COUNT >= 3
           IF NOT ABEND-OCCURRED
               MOVE ZERO TO WS-RATE-COUNT
               PERFORM Read-Tuition-Rate
               PERFORM UNTIL END-OF-RATES
                   PERFORM Check-Rate-Basis
                   IF WS-RATE-COUNT < 10
                   AND TU-MIN-COURSES NUMERIC
                   AND WS-ROW-BASIS = WS-RATE-BASIS
                       ADD 1 TO WS-RATE-COUNT
                       MOVE TU-MIN-COURSES TO
                           WS-RT-MIN (WS-RATE-COUNT)
                       MOVE TU-TUITION TO
                           WS-RT-TUITION (WS-RATE-COUNT)
                       MOVE TU-TAXABLE TO
                           WS-RT-TAXABLE (WS-RATE-COUNT)
                       MOVE TU-JURISDICTION TO
                           WS-RT-JURIS (WS-RATE-COUNT)
                   END-IF
                   PERFORM Read-Tuition-Rate
               END-PERFORM
               CLOSE TUITION-RATE-FILE
               DISPLAY "Tuition rates loaded: " WS-RATE-COUNT " rows"
               IF RATES-BY-CREDIT-HOURS
                   DISPLAY "Tuition prices by credit-hour band"
               END-IF
               IF WS-RATE-SKIPPED > ZERO
                   DISPLAY "TUITRATE.DAT: " WS-RATE-SKIPPED " rows "
                       "on the other basis skipped"
               END-IF
           END-IF.

      *> The first row read fixes the basis, as in Tuition-Bill.
       Check-Rate-Basis.
           IF TU-RATE-BASIS = "H"
               MOVE "H" TO WS-ROW-BASIS
           ELSE
               MOVE "C" TO WS-ROW-BASIS
           END-IF
           IF WS-RATE-BASIS = SPACE
               MOVE WS-ROW-BASIS TO WS-RATE-BASIS
           END-IF
           IF WS-ROW-BASIS NOT = WS-RATE-BASIS
               ADD 1 TO WS-RATE-SKIPPED
           END-IF.

       Try-Open-Tuition-Rates.
           OPEN INPUT TUITION-RATE-FILE
           MOVE TUITION-RATE-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

       Read-Tuition-Rate.
           READ TUITION-RATE-FILE
               AT END
                   SET END-OF-RATES TO TRUE
           END-READ.

      *> The current term is the TERMM.DAT row whose dates bracket
      *> the run date, as Tuition-Bill finds it.
       Find-Current-Term.
           SET CURRENT-TERM-KNOWN TO FALSE
           MOVE SPACES TO WS-CURRENT-TERM
           OPEN INPUT TERM-MASTER-FILE
           IF TERM-MASTER-STATUS = "00"
               MOVE LOW-VALUES TO TM-TERM-CODE
               SET END-OF-TERM-SCAN TO FALSE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN
                       TM-TERM-CODE
                   INVALID KEY
                       SET END-OF-TERM-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-TERM-SCAN
                   READ TERM-MASTER-FILE NEXT
                       AT END
                           SET END-OF-TERM-SCAN TO TRUE
                       NOT AT END
                           IF TM-START-DATE <= Y2KDate
                           AND Y2KDate <= TM-END-DATE
                               SET CURRENT-TERM-KNOWN TO TRUE
                               MOVE TM-TERM-CODE TO WS-CURRENT-TERM
                               SET END-OF-TERM-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF
           IF CURRENT-TERM-KNOWN
               DISPLAY "Re-bill term: " WS-CURRENT-TERM
           ELSE
               DISPLAY "No term covers the run date; course loads "
                   "count every enrollment"
           END-IF.

      *> Only charge and credit lines say what load is billed;
      *> late-fee lines carry no course count and are passed over.
      *> A line for some other term does not bear on this one.
       Load-Billed-Loads.
           MOVE ZERO TO WS-BL-COUNT
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS = "00"
               PERFORM Read-Invoice-Line
               PERFORM UNTIL END-OF-INVOICES
                   IF INV-STUDENT-ID NUMERIC
                   AND INV-COURSE-COUNT NUMERIC
                   AND (INV-IS-CHARGE OR INV-IS-CREDIT)
                   AND (INV-TERM-CODE = WS-CURRENT-TERM
                     OR INV-TERM-CODE = SPACES)
                       PERFORM File-Billed-Load
                   END-IF
                   PERFORM Read-Invoice-Line
               END-PERFORM
               CLOSE INVOICE-FILE
           ELSE
               DISPLAY "INVOICE.DAT: status " INVOICE-STATUS
                   ", nothing invoiced to re-bill"
           END-IF
           DISPLAY "Tuition-Rebill: " WS-BL-COUNT
               " students invoiced for the term".

       Read-Invoice-Line.
           READ INVOICE-FILE
               AT END
                   SET END-OF-INVOICES TO TRUE
           END-READ.

       File-Billed-Load.
           SET BL-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
                  OR BL-SLOT-FOUND
               IF WS-BL-ID (WS-BL-SUB) = INV-STUDENT-ID
                   SET BL-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF BL-SLOT-FOUND
               SUBTRACT 1 FROM WS-BL-SUB
           ELSE
               IF WS-BL-COUNT < 2000
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-BL-COUNT TO WS-BL-SUB
                   MOVE INV-STUDENT-ID TO WS-BL-ID (WS-BL-SUB)
                   MOVE ZERO TO WS-BL-TERM-LOAD (WS-BL-SUB)
                   MOVE ZERO TO WS-BL-TERM-HOURS (WS-BL-SUB)
                   MOVE "N" TO WS-BL-TERM-HRS-KNOWN (WS-BL-SUB)
                   MOVE "N" TO WS-BL-TERM-SEEN (WS-BL-SUB)
                   MOVE ZERO TO WS-BL-OLD-LOAD (WS-BL-SUB)
                   MOVE ZERO TO WS-BL-OLD-HOURS (WS-BL-SUB)
                   MOVE "N" TO WS-BL-OLD-HRS-KNOWN (WS-BL-SUB)
               ELSE
                   ADD 1 TO WS-BL-OVERFLOW
                   MOVE ZERO TO WS-BL-SUB
               END-IF
           END-IF
           IF WS-BL-SUB > ZERO
               IF INV-TERM-CODE = WS-CURRENT-TERM
                   MOVE INV-COURSE-COUNT TO WS-BL-TERM-LOAD (WS-BL-SUB)
                   MOVE "Y" TO WS-BL-TERM-SEEN (WS-BL-SUB)
                   MOVE "N" TO WS-BL-TERM-HRS-KNOWN (WS-BL-SUB)
                   IF INV-CREDIT-HOURS NUMERIC
                       MOVE INV-CREDIT-HOURS
                           TO WS-BL-TERM-HOURS (WS-BL-SUB)
                       MOVE "Y" TO WS-BL-TERM-HRS-KNOWN (WS-BL-SUB)
                   END-IF
               ELSE
                   MOVE INV-COURSE-COUNT TO WS-BL-OLD-LOAD (WS-BL-SUB)
                   MOVE "N" TO WS-BL-OLD-HRS-KNOWN (WS-BL-SUB)
                   IF INV-CREDIT-HOURS NUMERIC
                       MOVE INV-CREDIT-HOURS
                           TO WS-BL-OLD-HOURS (WS-BL-SUB)
                       MOVE "Y" TO WS-BL-OLD-HRS-KNOWN (WS-BL-SUB)
                   END-IF
               END-IF
           END-IF.

       Open-Rebill-Files.
           MOVE "STUDENTM.DAT" TO WS-ABEND-FILE-NAME
           MOVE ZERO TO WS-ABEND-RETRY-COUNT
           PERFORM Try-Open-Student-Master
               UNTIL STUDENT-MASTER-STATUS = "00"
                  OR WS-ABEND-RETRY-COUNT >= 3
           IF NOT ABEND-OCCURRED
               OPEN INPUT CLASS-ENROLL-FILE
               IF CLASS-ENROLL-STATUS = "00"
                   SET ENROLL-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "CLASSENR.DAT: status " CLASS-ENROLL-STATUS
                       ", course loads count as zero"
               END-IF
               OPEN INPUT COURSE-MASTER-FILE
               IF COURSE-MASTER-STATUS = "00"
                   SET CATALOG-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "COURSEM.DAT: status " COURSE-MASTER-STATUS
                       ", courses count the standard three hours"
               END-IF
               OPEN EXTEND INVOICE-FILE
               IF INVOICE-STATUS = "35"
                   OPEN OUTPUT INVOICE-FILE
                   CLOSE INVOICE-FILE
                   OPEN EXTEND INVOICE-FILE
               END-IF
               OPEN EXTEND SALES-TRANS-FILE
               IF SALES-TRANS-STATUS = "35"
                   OPEN OUTPUT SALES-TRANS-FILE
                   CLOSE SALES-TRANS-FILE
                   OPEN EXTEND SALES-TRANS-FILE
               END-IF
           END-IF.

       Try-Open-Student-Master.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE STUDENT-MASTER-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

      *> A student gone from the master or no longer active is
      *> Draft's refund business, not a course-load change.
       Rebill-One-Student.
           MOVE WS-BL-ID (WS-BL-SUB) TO STM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STM-IS-ACTIVE
                       ADD 1 TO WS-STUDENTS-READ
                       PERFORM Compare-Course-Load
                   END-IF
           END-READ.

      *> On the course-count basis the load is unchanged when the
      *> count is; on the credit-hour basis when the hours are.
       Compare-Course-Load.
           IF BL-TERM-LINE-SEEN (WS-BL-SUB)
               MOVE WS-BL-TERM-LOAD (WS-BL-SUB) TO WS-OLD-LOAD
               MOVE WS-BL-TERM-HOURS (WS-BL-SUB) TO WS-OLD-HOURS
               MOVE WS-BL-TERM-HRS-KNOWN (WS-BL-SUB)
                   TO WS-OLD-HOURS-KNOWN
           ELSE
               MOVE WS-BL-OLD-LOAD (WS-BL-SUB) TO WS-OLD-LOAD
               MOVE WS-BL-OLD-HOURS (WS-BL-SUB) TO WS-OLD-HOURS
               MOVE WS-BL-OLD-HRS-KNOWN (WS-BL-SUB)
                   TO WS-OLD-HOURS-KNOWN
           END-IF
           PERFORM Count-Course-Load
           IF RATES-BY-CREDIT-HOURS
               MOVE WS-OLD-HOURS TO WS-OLD-MEASURE
               MOVE WS-NEW-HOURS TO WS-NEW-MEASURE
           ELSE
               MOVE WS-OLD-LOAD TO WS-OLD-MEASURE
               MOVE WS-NEW-LOAD TO WS-NEW-MEASURE
           END-IF
           EVALUATE TRUE
               WHEN RATES-BY-CREDIT-HOURS AND NOT OLD-HOURS-KNOWN
                   ADD 1 TO WS-NO-HOURS-COUNT
                   MOVE "W" TO ERR-SEVERITY
                   MOVE "INV-CREDIT-HOURS" TO ERR-FIELD-NAME
                   MOVE STM-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE SPACES TO ERR-RECORD-IMAGE
                   MOVE "Billed load has no hours, not re-billed"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
                   MOVE SPACE TO ERR-SEVERITY
               WHEN WS-NEW-MEASURE = WS-OLD-MEASURE
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                   PERFORM Price-Load-Change
           END-EVALUATE.

      *> Same scan Tuition-Bill counts with: the student's rows
      *> from the low key until the id changes, the current
      *> term's only when a term is known.
       Count-Course-Load.
           MOVE ZERO TO WS-NEW-LOAD
           MOVE ZERO TO WS-NEW-HOURS
           IF ENROLL-FILE-OPEN
               MOVE STM-STUDENT-ID TO CE-STUDENT-ID
               MOVE LOW-VALUES     TO CE-COURSE-CODE
               MOVE LOW-VALUES     TO CE-TERM-CODE
               SET END-OF-ENROLL-SCAN TO FALSE
               START CLASS-ENROLL-FILE KEY IS NOT LESS THAN
                       CE-ENROLL-KEY
                   INVALID KEY
                       SET END-OF-ENROLL-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-ENROLL-SCAN
                   READ CLASS-ENROLL-FILE NEXT
                       AT END
                           SET END-OF-ENROLL-SCAN TO TRUE
                       NOT AT END
                           IF CE-STUDENT-ID = STM-STUDENT-ID
                               IF NOT CURRENT-TERM-KNOWN
                               OR CE-TERM-CODE = WS-CURRENT-TERM
                                   ADD 1 TO WS-NEW-LOAD
                                   PERFORM Add-Course-Credit-Hours
                               END-IF
                           ELSE
                               SET END-OF-ENROLL-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Add-Course-Credit-Hours.
           IF CATALOG-IS-OPEN
               MOVE CE-COURSE-CODE TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       ADD 3.0 TO WS-NEW-HOURS
                   NOT INVALID KEY
                       IF CRS-CREDIT-HOURS NUMERIC
                           ADD CRS-CREDIT-HOURS TO WS-NEW-HOURS
                       ELSE
                           ADD 3.0 TO WS-NEW-HOURS
                       END-IF
               END-READ
           ELSE
               ADD 3.0 TO WS-NEW-HOURS
           END-IF.

      *> Both loads price at their own rate row and the gap is the
      *> adjustment, as Class-Cancel prices a cancellation. A load
      *> no row fits prices at zero, so a student who has dropped
      *> everything gets the whole term charge back. The charge
      *> side taxes under the new row's jurisdiction, the credit
      *> side under the old row's, since that is where the tax was
      *> first remitted.
       Price-Load-Change.
           MOVE WS-OLD-MEASURE TO WS-PICK-LOAD
           PERFORM Pick-Rate-For-Load
           MOVE WS-PICKED-TUITION TO WS-OLD-TUITION
           MOVE WS-PICKED-TAXABLE TO WS-OLD-TAXABLE
           MOVE WS-PICKED-JURIS   TO WS-OLD-JURIS
           MOVE WS-NEW-MEASURE TO WS-PICK-LOAD
           PERFORM Pick-Rate-For-Load
           MOVE WS-PICKED-TUITION TO WS-NEW-TUITION
           MOVE WS-PICKED-TAXABLE TO WS-NEW-TAXABLE
           MOVE WS-PICKED-JURIS   TO WS-NEW-JURIS
           MOVE ZERO TO WS-ADJ-TAXABLE
           EVALUATE TRUE
               WHEN WS-NEW-TUITION > WS-OLD-TUITION
                   MOVE "C" TO WS-ADJ-TYPE
                   COMPUTE WS-ADJ-AMOUNT =
                       WS-NEW-TUITION - WS-OLD-TUITION
                   IF WS-NEW-TAXABLE > WS-OLD-TAXABLE
                       COMPUTE WS-ADJ-TAXABLE =
                           WS-NEW-TAXABLE - WS-OLD-TAXABLE
                   END-IF
                   MOVE WS-NEW-JURIS TO WS-ADJ-JURIS
                   PERFORM Write-Adjustment
               WHEN WS-OLD-TUITION > WS-NEW-TUITION
                   MOVE "R" TO WS-ADJ-TYPE
                   COMPUTE WS-ADJ-AMOUNT =
                       WS-OLD-TUITION - WS-NEW-TUITION
                   IF WS-OLD-TAXABLE > WS-NEW-TAXABLE
                       COMPUTE WS-ADJ-TAXABLE =
                           WS-OLD-TAXABLE - WS-NEW-TAXABLE
                   END-IF
                   MOVE WS-OLD-JURIS TO WS-ADJ-JURIS
                   PERFORM Write-Adjustment
               WHEN OTHER
                   ADD 1 TO WS-SAME-BAND-COUNT
           END-EVALUATE.

       Pick-Rate-For-Load.
           MOVE -1 TO WS-PICKED-MIN
           MOVE ZERO TO WS-PICKED-TUITION
           MOVE ZERO TO WS-PICKED-TAXABLE
           MOVE SPACES TO WS-PICKED-JURIS
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-MIN (WS-RATE-SUB) <= WS-PICK-LOAD
               AND WS-RT-MIN (WS-RATE-SUB) > WS-PICKED-MIN
                   MOVE WS-RT-MIN (WS-RATE-SUB) TO WS-PICKED-MIN
                   MOVE WS-RT-TUITION (WS-RATE-SUB)
                       TO WS-PICKED-TUITION
                   MOVE WS-RT-TAXABLE (WS-RATE-SUB)
                       TO WS-PICKED-TAXABLE
                   MOVE WS-RT-JURIS (WS-RATE-SUB)
                       TO WS-PICKED-JURIS
               END-IF
           END-PERFORM.

       Write-Adjustment.
           MOVE SPACES TO INVOICE-RECORD
           MOVE Y2KDate           TO INV-RUN-DATE
           MOVE STM-STUDENT-ID    TO INV-STUDENT-ID
           MOVE STM-STUDENT-NAME  TO INV-STUDENT-NAME
           MOVE WS-NEW-LOAD       TO INV-COURSE-COUNT
           MOVE WS-ADJ-AMOUNT     TO INV-TUITION
           MOVE WS-ADJ-TAXABLE    TO INV-TAXABLE
           MOVE WS-ADJ-TYPE       TO INV-LINE-TYPE
           MOVE WS-CURRENT-TERM   TO INV-TERM-CODE
           MOVE WS-NEW-HOURS      TO INV-CREDIT-HOURS
           CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
           WRITE INVOICE-RECORD
           IF WS-ADJ-TAXABLE > ZERO
               MOVE STM-BRANCH-CODE TO WS-BRM-CHECK-CODE
               PERFORM Check-Branch-Code
               IF BRANCH-CODE-KNOWN
                   PERFORM Write-Rebill-Sale
               ELSE
                   MOVE "STM-BRANCH-CODE " TO ERR-FIELD-NAME
                   MOVE STM-BRANCH-CODE TO ERR-INCOMING-VALUE
                   MOVE SPACES TO ERR-RECORD-IMAGE
                   MOVE "Branch not on master, sale withheld" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               END-IF
           END-IF
           MOVE SPACES TO REBILL-DETAIL-LINE
           MOVE STM-STUDENT-ID   TO RB-STUDENT-ID
           MOVE STM-STUDENT-NAME TO RB-STUDENT-NAME
           MOVE WS-CURRENT-TERM  TO RB-TERM
           MOVE WS-OLD-MEASURE   TO RB-OLD-LOAD
           MOVE WS-NEW-MEASURE   TO RB-NEW-LOAD
           MOVE WS-ADJ-AMOUNT    TO RB-AMOUNT
           MOVE WS-ADJ-TAXABLE   TO RB-TAXABLE
           IF ADJ-IS-CHARGE
               MOVE "CHARGE" TO RB-TYPE
               ADD 1 TO WS-CHARGE-COUNT
               ADD WS-ADJ-AMOUNT TO WS-CHARGE-TOTAL
               DISPLAY "  Charge " WS-ADJ-AMOUNT " to "
                   STM-STUDENT-NAME " (" WS-OLD-MEASURE " to "
                   WS-NEW-MEASURE ")"
           ELSE
               MOVE "CREDIT" TO RB-TYPE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-ADJ-AMOUNT TO WS-CREDIT-TOTAL
               DISPLAY "  Credit " WS-ADJ-AMOUNT " to "
                   STM-STUDENT-NAME " (" WS-OLD-MEASURE " to "
                   WS-NEW-MEASURE ")"
           END-IF
           MOVE REBILL-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> The taxable difference rides the day's remittance as an
      *> ordinary dated sale or return; the batch's own HDR/TRL
      *> pair follows at close.
       Write-Rebill-Sale.
           IF WS-SALES-WRITTEN = ZERO
               PERFORM Write-Rebill-Sales-Header
           END-IF
           MOVE SPACES TO SALES-TRANS-RECORD
           MOVE WS-ADJ-TAXABLE    TO ST-BEFORE-TAX
           MOVE WS-ADJ-JURIS      TO ST-JURISDICTION
           MOVE "N"               TO ST-EXEMPTION-CODE
           IF ADJ-IS-CHARGE
               MOVE "S"           TO ST-TRANS-TYPE
           ELSE
               MOVE "R"           TO ST-TRANS-TYPE
           END-IF
           MOVE Y2KDate           TO ST-SALE-DATE
           MOVE STM-BRANCH-CODE   TO ST-BRANCH-CODE
           WRITE SALES-TRANS-RECORD
           ADD 1 TO WS-SALES-WRITTEN
           COMPUTE WS-SALES-HASH =
               WS-SALES-HASH + (WS-ADJ-TAXABLE * 100).

       Write-Rebill-Sales-Header.
           MOVE SPACES TO WS-HT-HDR-WORK
           MOVE "HDR"      TO WS-HT-HDR-TYPE
           MOVE "REBILL"   TO WS-HT-HDR-SOURCE
           MOVE Y2KDate    TO WS-HT-HDR-DATE
           MOVE SPACES TO WS-HT-ROW
           MOVE WS-HT-HDR-WORK TO WS-HT-ROW (1:19)
           MOVE WS-HT-ROW TO SALES-TRANS-RECORD
           WRITE SALES-TRANS-RECORD.

       Write-Rebill-Sales-Trailer.
           IF WS-SALES-WRITTEN > ZERO
               MOVE SPACES TO WS-HT-TRL-WORK
               MOVE "TRL"            TO WS-HT-TRL-TYPE
               MOVE WS-SALES-WRITTEN TO WS-HT-TRL-COUNT
               MOVE WS-SALES-HASH    TO WS-HT-TRL-HASH
               MOVE SPACES TO WS-HT-ROW
               MOVE WS-HT-TRL-WORK TO WS-HT-ROW (1:23)
               MOVE WS-HT-ROW TO SALES-TRANS-RECORD
               WRITE SALES-TRANS-RECORD
           END-IF.

       Print-Rebill-Totals.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO REBILL-TOTAL-LINE
           MOVE "STUDENTS CHECKED" TO RT-LABEL
           MOVE WS-STUDENTS-READ TO RT-COUNT
           MOVE REBILL-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO REBILL-TOTAL-LINE
           MOVE "LOAD UNCHANGED" TO RT-LABEL
           MOVE WS-UNCHANGED-COUNT TO RT-COUNT
           MOVE REBILL-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO REBILL-TOTAL-LINE
           MOVE "CHANGED WITHIN SAME RATE ROW" TO RT-LABEL
           MOVE WS-SAME-BAND-COUNT TO RT-COUNT
           MOVE REBILL-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-NO-HOURS-COUNT > ZERO
               MOVE SPACES TO REBILL-TOTAL-LINE
               MOVE "BILLED WITHOUT HOURS - SKIPPED" TO RT-LABEL
               MOVE WS-NO-HOURS-COUNT TO RT-COUNT
               MOVE REBILL-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO REBILL-TOTAL-LINE
           MOVE "CHARGES" TO RT-LABEL
           MOVE WS-CHARGE-COUNT TO RT-COUNT
           MOVE WS-CHARGE-TOTAL TO RT-AMOUNT
           MOVE REBILL-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO REBILL-TOTAL-LINE
           MOVE "CREDITS" TO RT-LABEL
           MOVE WS-CREDIT-COUNT TO RT-COUNT
           MOVE WS-CREDIT-TOTAL TO RT-AMOUNT
           MOVE REBILL-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Close-Rebill-Files.
           PERFORM Write-Rebill-Sales-Trailer
           CLOSE STUDENT-MASTER-FILE
           IF ENROLL-FILE-OPEN
               CLOSE CLASS-ENROLL-FILE
           END-IF
           IF CATALOG-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF
           CLOSE INVOICE-FILE
           CLOSE SALES-TRANS-FILE.

      *> The amount handed off is the net the pass moved onto the
      *> receivable: charges less credits.
       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "REBILL"         TO CH-PROGRAM-ID
           MOVE WS-STUDENTS-READ TO CH-RECORDS-READ
           COMPUTE CH-RECORDS-PROCESSED =
               WS-CHARGE-COUNT + WS-CREDIT-COUNT
           MOVE ZERO             TO CH-RECORDS-REJECTED
           COMPUTE CH-AMOUNT-TOTAL =
               WS-CHARGE-TOTAL - WS-CREDIT-TOTAL
           MOVE Y2KDate TO CH-RUN-DATE
           PERFORM Write-Control-Handoff.

           COPY ERRLOGWR.
           COPY CTLHDWR.
           COPY BRCHLOAD.
           COPY PRTWR.
           COPY FILERTRY.
       END PROGRAM Tuition-Rebill.
