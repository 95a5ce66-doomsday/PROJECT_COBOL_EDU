      *> withheld - the invoice still books, but the remittance
      *> never grows a branch that does not exist. No branch
      *> master on file leaves the check off.
      *> 15 Oct 2026 MK - Invoice lines carry the billing term in
      *> INV-TERM-CODE, so the nightly re-bill knows which term's
      *> load each line priced.
      *> 15 Oct 2026 MK - Credit hours: the load now also sums the
      *> CRS-CREDIT-HOURS of the term's courses off COURSEM.DAT,
      *> and TUITRATE.DAT rows may carry an H in the new basis
      *> column after the jurisdiction, making TU-MIN-COURSES a
      *> minimum credit-hour band instead of a course count. The
      *> file prices one way or the other - the first row sets
      *> the basis and rows on the other basis are skipped with a
      *> message. Invoice lines carry the credit hours billed in
      *> INV-CREDIT-HOURS next to the course count.
      *> 15 Oct 2026 MK - Each invoice line takes its number from the
      *> shared NEXT-INVOICE-NO counter in INV-INVOICE-NO.
      *> 15 Oct 2026 MK - PAYPLAN.DAT is indexed: plan rows are numbered
      *> on from the student's last installment on file and each carries
      *> the plan's cumulative scheduled amount; a student out of
      *> installment numbers gets no schedule.
      *> 15 Oct 2026 MK - A PAYPLAN.DAT that will not open for any
      *> reason but a first-run 35 writes no schedules, counts the
      *> elections left unscheduled and ends RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
               FILE STATUS IS PLAN-ELECT-STATUS.

           SELECT PAY-PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PLAN-KEY
               ALTERNATE RECORD KEY IS PLN-DUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS PAY-PLAN-STATUS.

           SELECT AWARD-MASTER-FILE ASSIGN TO "AWARDM.DAT"
       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  TUITION-RATE-FILE.
       01  TUITION-RATE-RECORD.
           02  TU-MIN-COURSES      PIC 99.
           02  TU-TAXABLE          PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  TU-JURISDICTION     PIC X(2).
           02  FILLER              PIC X(1).
           02  TU-RATE-BASIS       PIC X.

       FD  INVOICE-FILE.
           COPY INVOICE.
       WORKING-STORAGE SECTION.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 WS-ENROLL-OPEN        PIC X VALUE "N".
           88 ENROLL-FILE-OPEN  VALUE "Y".
       01 WS-CATALOG-OPEN       PIC X VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".
       01 WS-PLAN-OPEN          PIC X VALUE "N".
           88 PLAN-FILE-OPEN    VALUE "Y".
       01 WS-PLANS-REFUSED      PIC 9(5) VALUE ZERO.
       01 TUITION-RATE-STATUS   PIC XX.
       01 INVOICE-STATUS        PIC XX.
       01 SALES-TRANS-STATUS    PIC XX.
       01 WS-ENROLL-SCAN-EOF   PIC X VALUE "N".
           88 END-OF-ENROLL-SCAN VALUE "Y" FALSE "N".

      *> Tuition rate rows, highest qualifying minimum wins. The
      *> basis says what the minimums count: C courses, H credit
      *> hours.
       01 WS-RATE-BASIS        PIC X VALUE SPACE.
           88 RATES-BY-CREDIT-HOURS VALUE "H".
       01 WS-RATE-SKIPPED      PIC 99 VALUE ZERO.
       01 WS-ROW-BASIS         PIC X VALUE SPACE.
       01 WS-RATE-COUNT        PIC 99 VALUE ZERO.
       01 WS-RATE-SUB          PIC 99 VALUE ZERO.
       01 WS-RATE-TABLE-AREA.
               03 WS-RT-JURIS      PIC X(2).

       01 WS-COURSE-COUNT      PIC 99 VALUE ZERO.
       01 WS-CREDIT-LOAD       PIC 9(3)V9 VALUE ZERO.
       01 WS-LOAD-MEASURE      PIC 9(3)V9 VALUE ZERO.
       01 WS-PICKED-TUITION    PIC 9(5)V99 VALUE ZERO.
       01 WS-PICKED-TAXABLE    PIC 9(5)V99 VALUE ZERO.
       01 WS-PICKED-JURIS      PIC X(2) VALUE SPACES.
       01 WS-PLAN-MARK         PIC 9(8) VALUE ZERO.
       01 WS-PLAN-DUE          PIC 9(8) VALUE ZERO.
       01 WS-PLANS-WRITTEN     PIC 9(5) VALUE ZERO.
       01 WS-PLAN-LAST-SEQ     PIC 9(3) VALUE ZERO.
       01 WS-PLAN-CUM          PIC 9(7)V99 VALUE ZERO.
       01 WS-PLAN-SCAN-EOF     PIC X VALUE "N".
           88 END-OF-PLAN-SCAN VALUE "Y" FALSE "N".

      *> Forward calendar walk for the thirty-day installment
      *> marks, month lengths and the leap rule as in NEXT-BUS-DAY.
                   "awards applied " WS-AWARD-TOTAL
           END-IF
           PERFORM Handoff-Control-Totals
           IF NOT PLAN-FILE-OPEN
               DISPLAY "Tuition-Bill: " WS-PLANS-REFUSED " elected "
                   "plans not scheduled - PAYPLAN.DAT would not open"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The rate file is what turns a course load into money; a
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

      *> Anything but H is the course-count basis the file has
      *> always had; the first row read fixes the file's basis.
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
                   CLOSE SALES-TRANS-FILE
                   OPEN EXTEND SALES-TRANS-FILE
               END-IF
               OPEN I-O PAY-PLAN-FILE
               IF PAY-PLAN-STATUS = "35"
                   OPEN OUTPUT PAY-PLAN-FILE
                   CLOSE PAY-PLAN-FILE
                   OPEN I-O PAY-PLAN-FILE
               END-IF
               IF PAY-PLAN-STATUS = "00"
                   SET PLAN-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "PAYPLAN.DAT: status " PAY-PLAN-STATUS
                       ", no installment schedules written"
               END-IF
           END-IF.

               END-IF
               PERFORM Check-Plan-Election
               IF WS-PLAN-NBR > 1
                   IF PLAN-FILE-OPEN
                       PERFORM Write-Payment-Plan
                   ELSE
                       ADD 1 TO WS-PLANS-REFUSED
                   END-IF
               END-IF
               DISPLAY "  Billed " STM-STUDENT-NAME " ("
                   WS-COURSE-COUNT " courses, " WS-CREDIT-LOAD
                   " hours): " WS-NET-TUITION
           END-IF.

      *> The current term is the TERMM.DAT row whose dates bracket
      *> Course load is the count of class-enrollment rows keyed
      *> under the student: START at the student's low key and read
      *> until the student id changes. With a current term known,
      *> only that term's rows count. The credit-hour load sums
      *> the same rows' catalog hours, and the measure the rate
      *> rows are picked on is whichever of the two the rate file
      *> prices by.
       Count-Course-Load.
           MOVE ZERO TO WS-COURSE-COUNT
           MOVE ZERO TO WS-CREDIT-LOAD
           IF ENROLL-FILE-OPEN
               MOVE STM-STUDENT-ID TO CE-STUDENT-ID
               MOVE LOW-VALUES     TO CE-COURSE-CODE
               MOVE LOW-VALUES     TO CE-TERM-CODE
                               IF NOT CURRENT-TERM-KNOWN
                               OR CE-TERM-CODE = WS-CURRENT-TERM
                                   ADD 1 TO WS-COURSE-COUNT
                                   PERFORM Add-Course-Credit-Hours
                               END-IF
                           ELSE
                               SET END-OF-ENROLL-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF RATES-BY-CREDIT-HOURS
               MOVE WS-CREDIT-LOAD TO WS-LOAD-MEASURE
           ELSE
               MOVE WS-COURSE-COUNT TO WS-LOAD-MEASURE
           END-IF.

       Add-Course-Credit-Hours.
           IF CATALOG-IS-OPEN
               MOVE CE-COURSE-CODE TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       ADD 3.0 TO WS-CREDIT-LOAD
                   NOT INVALID KEY
                       IF CRS-CREDIT-HOURS NUMERIC
                           ADD CRS-CREDIT-HOURS TO WS-CREDIT-LOAD
                       ELSE
                           ADD 3.0 TO WS-CREDIT-LOAD
                       END-IF
               END-READ
           ELSE
               ADD 3.0 TO WS-CREDIT-LOAD
           END-IF.

       Pick-Tuition-Rate.
           MOVE SPACES TO WS-PICKED-JURIS
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-MIN (WS-RATE-SUB) <= WS-LOAD-MEASURE
               AND WS-RT-MIN (WS-RATE-SUB) > WS-PICKED-MIN
                   MOVE WS-RT-MIN (WS-RATE-SUB) TO WS-PICKED-MIN
                   MOVE WS-RT-TUITION (WS-RATE-SUB)
           MOVE WS-NET-TUITION    TO INV-TUITION
           MOVE WS-NET-TAXABLE    TO INV-TAXABLE
           MOVE "C"               TO INV-LINE-TYPE
           MOVE WS-CURRENT-TERM   TO INV-TERM-CODE
           MOVE WS-CREDIT-LOAD    TO INV-CREDIT-HOURS
           CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
           WRITE INVOICE-RECORD.

      *> Taxable tuition joins the sales pipeline as an ordinary

      *> Equal installments, the rounding cents on the last; each
      *> due date is the business day on or after a thirty-day
      *> mark walked forward from the invoice date. The rows are
      *> numbered on from the student's last installment on file,
      *> and each carries the plan's scheduled amount through it.
       Write-Payment-Plan.
           PERFORM Find-Last-Plan-Seq
           IF WS-PLAN-LAST-SEQ + WS-PLAN-NBR > 999
               DISPLAY "  Plan: installment numbers used up for "
                   STM-STUDENT-ID " - no schedule written, the "
                   "invoice falls due whole"
           ELSE
               COMPUTE WS-PLAN-BASE = WS-NET-TUITION / WS-PLAN-NBR
               COMPUTE WS-PLAN-LAST = WS-NET-TUITION
                   - (WS-PLAN-BASE * (WS-PLAN-NBR - 1))
               MOVE ZERO TO WS-PLAN-CUM
               MOVE Y2KDate TO WS-WALK-DATE
               PERFORM Write-One-Installment
                   VARYING WS-PLAN-SEQ FROM 1 BY 1
                   UNTIL WS-PLAN-SEQ > WS-PLAN-NBR
               DISPLAY "  Plan: " WS-PLAN-NBR " installments for "
                   STM-STUDENT-NAME
           END-IF.

       Write-One-Installment.
           PERFORM Step-Forward-One-Day 30 TIMES
           MOVE WS-WALK-DATE TO WS-PLAN-MARK
           CALL "NEXT-BUS-DAY" USING WS-PLAN-MARK WS-PLAN-DUE
           MOVE SPACES TO PAY-PLAN-RECORD
           MOVE STM-STUDENT-ID TO PLN-STUDENT-ID
           COMPUTE PLN-SEQ-NO = WS-PLAN-LAST-SEQ + WS-PLAN-SEQ
           MOVE WS-PLAN-DUE    TO PLN-DUE-DATE
           IF WS-PLAN-SEQ = WS-PLAN-NBR
               MOVE WS-PLAN-LAST TO PLN-AMOUNT
           ELSE
               MOVE WS-PLAN-BASE TO PLN-AMOUNT
           END-IF
           ADD PLN-AMOUNT TO WS-PLAN-CUM
           MOVE WS-PLAN-CUM    TO PLN-CUM-SCHEDULED
           MOVE Y2KDate TO PLN-INVOICE-DATE
           MOVE "O"     TO PLN-STATUS
           WRITE PAY-PLAN-RECORD
               INVALID KEY
                   DISPLAY "PAYPLAN.DAT: installment " PLN-SEQ-NO
                       " for " PLN-STUDENT-ID " not written, status "
                       PAY-PLAN-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PLANS-WRITTEN
           END-WRITE.

      *> The student's highest installment number on file, zero
      *> for a student with no schedule yet.
       Find-Last-Plan-Seq.
           MOVE ZERO TO WS-PLAN-LAST-SEQ
           MOVE STM-STUDENT-ID TO PLN-STUDENT-ID
           MOVE ZERO TO PLN-SEQ-NO
           SET END-OF-PLAN-SCAN TO FALSE
           START PAY-PLAN-FILE KEY IS NOT LESS THAN PLN-PLAN-KEY
               INVALID KEY
                   SET END-OF-PLAN-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-PLAN-SCAN
               READ PAY-PLAN-FILE NEXT RECORD
                   AT END
                       SET END-OF-PLAN-SCAN TO TRUE
                   NOT AT END
                       IF PLN-STUDENT-ID = STM-STUDENT-ID
                           MOVE PLN-SEQ-NO TO WS-PLAN-LAST-SEQ
                       ELSE
                           SET END-OF-PLAN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       Step-Forward-One-Day.
           MOVE DAYS-IN-MONTH (WS-WALK-MONTH) TO WS-MONTH-DAYS

       Close-Billing-Files.
           PERFORM Write-Sales-Trailer
           IF PLAN-FILE-OPEN
               CLOSE PAY-PLAN-FILE
           END-IF
           CLOSE STUDENT-MASTER-FILE
           IF ENROLL-FILE-OPEN
               CLOSE CLASS-ENROLL-FILE
           END-IF
           IF CATALOG-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF
           CLOSE INVOICE-FILE
           CLOSE SALES-TRANS-FILE.

