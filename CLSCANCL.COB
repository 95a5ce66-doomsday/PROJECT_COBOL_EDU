      *> missing or zero minimum card is a hard stop - a default
      *> here would cancel classes by accident.

      *> 15 Oct 2026 MK - The re-bill prices per student and term,
      *> the way Tuition-Bill bills: a student losing seats in two
      *> terms gets a credit line for each, the remaining load
      *> counts only that term's rows, and the line carries the
      *> term in INV-TERM-CODE so the nightly re-bill reads it as
      *> the load now invoiced and does not credit it twice.
      *> 15 Oct 2026 MK - Credit hours: TUITRATE.DAT may price by
      *> credit-hour band (H in the basis column), in which case
      *> the old and new loads price on the term's catalog hours
      *> - the hours left plus the cancelled courses' hours -
      *> rather than the course counts; the credit line carries
      *> the hours left in INV-CREDIT-HOURS.
      *> 15 Oct 2026 MK - Each credit line takes its number from the
      *> shared NEXT-INVOICE-NO counter in INV-INVOICE-NO.
      *> 15 Oct 2026 MK - Can be CALLed by Master-Driver when
      *> TERMCAL.DAT makes it due: takes the run date as an optional
      *> parameter and GOBACKs instead of STOP RUN; still runs
      *> standalone as before.
      *> 15 Oct 2026 MK - Each seat dropped with a cancelled class
      *> queues a cancellation notice on NOTIFYQ.DAT for Notify-Format
      *> to send.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALES-TRANS-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "CANCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.
           02  TU-TAXABLE          PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  TU-JURISDICTION     PIC X(2).
           02  FILLER              PIC X(1).
           02  TU-RATE-BASIS       PIC X.

       FD  INVOICE-FILE.
           COPY INVOICE.
           02  ST-CERT-NO          PIC X(8).
           02  FILLER              PIC X(2).

       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFYQ.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       01 TUITION-RATE-STATUS   PIC XX.
       01 INVOICE-STATUS        PIC XX.
       01 SALES-TRANS-STATUS    PIC XX.
       01 NOTIFY-QUEUE-STATUS   PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
               03 WS-CC-COURSE     PIC X(6).
               03 WS-CC-TITLE      PIC X(30).
               03 WS-CC-ENROLLED   PIC 9(3).
               03 WS-CC-HOURS      PIC 9(2)V9.

      *> Students losing seats, per term, with how many they lost;
      *> the re-bill prices their old load against their new one.
       01 WS-AFF-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-AFF-SUB           PIC 9(3) VALUE ZERO.
       01 WS-AFF-FOUND         PIC X VALUE "N".
       01 WS-AFF-TABLE-AREA.
           02 WS-AFF-ENTRY OCCURS 200 TIMES.
               03 WS-AF-ID         PIC 9(7).
               03 WS-AF-TERM       PIC X(6).
               03 WS-AF-DROPPED    PIC 99.
               03 WS-AF-DROPPED-HOURS PIC 9(3)V9.
       01 WS-AFF-OVERFLOW      PIC 9(3) VALUE ZERO.

      *> One course's sitters, collected before the deletes so
               03 WS-SIT-TERM      PIC X(6).

      *> Tuition rate rows, highest qualifying minimum wins, the
      *> same pick Tuition-Bill makes on the same basis - C
      *> courses, H credit hours.
       01 WS-RATE-BASIS        PIC X VALUE SPACE.
           88 RATES-BY-CREDIT-HOURS VALUE "H".
       01 WS-ROW-BASIS         PIC X VALUE SPACE.
       01 WS-RATE-COUNT        PIC 99 VALUE ZERO.
       01 WS-RATE-SUB          PIC 99 VALUE ZERO.
       01 WS-RATE-TABLE-AREA.
               03 WS-RT-TUITION    PIC 9(5)V99.
               03 WS-RT-TAXABLE    PIC 9(5)V99.
               03 WS-RT-JURIS      PIC X(2).
       01 WS-PICK-LOAD         PIC 9(3)V9 VALUE ZERO.
       01 WS-PICKED-MIN        PIC S99 VALUE -1.
       01 WS-PICKED-TUITION    PIC 9(5)V99 VALUE ZERO.
       01 WS-PICKED-TAXABLE    PIC 9(5)V99 VALUE ZERO.

       01 WS-OLD-LOAD          PIC 99 VALUE ZERO.
       01 WS-NEW-LOAD          PIC 99 VALUE ZERO.
       01 WS-OLD-HOURS         PIC 9(3)V9 VALUE ZERO.
       01 WS-NEW-HOURS         PIC 9(3)V9 VALUE ZERO.
       01 WS-OLD-TUITION       PIC 9(5)V99 VALUE ZERO.
       01 WS-OLD-TAXABLE       PIC 9(5)V99 VALUE ZERO.
       01 WS-OLD-JURIS         PIC X(2) VALUE SPACES.
           02 CR-CREDIT        PIC $ZZ,ZZ9.99.
           02 FILLER           PIC X(87) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE            PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "CLSCANCL" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-SOURCE-FILE
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           PERFORM Get-Cancel-Control
           IF WS-MIN-ENROLLMENT = ZERO
               DISPLAY "CANCCTL.DAT: no minimum enrollment supplied, "
                   "nothing cancelled"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Class-Cancel: minimum enrollment "
               WS-MIN-ENROLLMENT
           PERFORM Load-Tuition-Rates
           PERFORM Open-Cancel-Files
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           PERFORM Pick-Short-Courses
           IF WS-CANC-COUNT = ZERO
               CLOSE CLASS-ENROLL-FILE
               CLOSE STUDENT-MASTER-FILE
               CLOSE COURSE-OFFER-FILE
               GOBACK
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "CLSCANCL" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE SPACES TO RH-COLUMN-HEADS
           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF NOTIFY-QUEUE-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
               CLOSE NOTIFY-QUEUE-FILE
               OPEN EXTEND NOTIFY-QUEUE-FILE
           END-IF
           PERFORM Cancel-One-Course
               VARYING WS-CANC-SUB FROM 1 BY 1
               UNTIL WS-CANC-SUB > WS-CANC-COUNT
           CLOSE NOTIFY-QUEUE-FILE
           PERFORM Open-Billing-Outputs
           PERFORM Credit-One-Student
               VARYING WS-AFF-SUB FROM 1 BY 1
           DISPLAY "Class-Cancel: " WS-CANC-COUNT " courses "
               "cancelled, " WS-SEATS-DROPPED " seats dropped, "
               WS-CREDIT-COUNT " credits totalling " WS-CREDIT-TOTAL
           GOBACK.

       Get-Cancel-Control.
           OPEN INPUT CANCEL-CONTROL-FILE
           IF TUITION-RATE-STATUS = "00"
               PERFORM Read-Tuition-Rate
               PERFORM UNTIL END-OF-RATES
                   PERFORM Check-Rate-Basis
                   IF WS-RATE-COUNT < 10
                   AND TU-MIN-COURSES NUMERIC
                   AND WS-ROW-BASIS = WS-RATE-BASIS
                       ADD 1 TO WS-RATE-COUNT
                       MOVE TU-MIN-COURSES TO
                           WS-RT-MIN (WS-RATE-COUNT)
                   ", adjustments price as zero"
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
           END-IF.

       Read-Tuition-Rate.
           READ TUITION-RATE-FILE
               AT END
                               WS-CC-TITLE (WS-CANC-COUNT)
                           MOVE CRS-ENROLLED-COUNT TO
                               WS-CC-ENROLLED (WS-CANC-COUNT)
                           IF CRS-CREDIT-HOURS NUMERIC
                               MOVE CRS-CREDIT-HOURS TO
                                   WS-CC-HOURS (WS-CANC-COUNT)
                           ELSE
                               MOVE 3.0 TO
                                   WS-CC-HOURS (WS-CANC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               NOT INVALID KEY
                   ADD 1 TO WS-SEATS-DROPPED
                   PERFORM Note-Affected-Student
                   PERFORM Queue-Cancel-Notice
           END-DELETE.

      *> One notice per seat dropped, for Notify-Format to send.
       Queue-Cancel-Notice.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE WS-SIT-ID (WS-SIT-SUB)     TO NQ-STUDENT-ID
           SET NQ-CLASS-CANCELLED TO TRUE
           MOVE WS-CC-COURSE (WS-CANC-SUB) TO NQ-COURSE-CODE
           MOVE WS-SIT-TERM (WS-SIT-SUB)   TO NQ-TERM-CODE
           MOVE Y2KDate                    TO NQ-EVENT-DATE
           MOVE Y2KDate                    TO NQ-RUN-DATE
           MOVE "CLSCANCL"                 TO NQ-PROGRAM-ID
           MOVE ZERO                       TO NQ-AMOUNT
           MOVE ZERO                       TO NQ-COUNT
           MOVE WS-CC-TITLE (WS-CANC-SUB)  TO NQ-DETAIL
           WRITE NOTIFY-QUEUE-RECORD.

       Note-Affected-Student.
           SET AFF-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-AFF-SUB FROM 1 BY 1
               UNTIL WS-AFF-SUB > WS-AFF-COUNT
                  OR AFF-SLOT-FOUND
               IF WS-AF-ID (WS-AFF-SUB) = WS-SIT-ID (WS-SIT-SUB)
               AND WS-AF-TERM (WS-AFF-SUB) = WS-SIT-TERM (WS-SIT-SUB)
                   SET AFF-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF AFF-SLOT-FOUND
               SUBTRACT 1 FROM WS-AFF-SUB
               ADD 1 TO WS-AF-DROPPED (WS-AFF-SUB)
               ADD WS-CC-HOURS (WS-CANC-SUB)
                   TO WS-AF-DROPPED-HOURS (WS-AFF-SUB)
           ELSE
               IF WS-AFF-COUNT < 200
                   ADD 1 TO WS-AFF-COUNT
                   MOVE WS-SIT-ID (WS-SIT-SUB)
                       TO WS-AF-ID (WS-AFF-COUNT)
                   MOVE WS-SIT-TERM (WS-SIT-SUB)
                       TO WS-AF-TERM (WS-AFF-COUNT)
                   MOVE 1 TO WS-AF-DROPPED (WS-AFF-COUNT)
                   MOVE WS-CC-HOURS (WS-CANC-SUB)
                       TO WS-AF-DROPPED-HOURS (WS-AFF-COUNT)
               ELSE
                   ADD 1 TO WS-AFF-OVERFLOW
               END-IF
           PERFORM Count-Remaining-Load
           COMPUTE WS-OLD-LOAD =
               WS-NEW-LOAD + WS-AF-DROPPED (WS-AFF-SUB)
           COMPUTE WS-OLD-HOURS =
               WS-NEW-HOURS + WS-AF-DROPPED-HOURS (WS-AFF-SUB)
           IF RATES-BY-CREDIT-HOURS
               MOVE WS-OLD-HOURS TO WS-PICK-LOAD
           ELSE
               MOVE WS-OLD-LOAD TO WS-PICK-LOAD
           END-IF
           PERFORM Pick-Rate-For-Load
           MOVE WS-PICKED-TUITION TO WS-OLD-TUITION
           MOVE WS-PICKED-TAXABLE TO WS-OLD-TAXABLE
           MOVE WS-PICKED-JURIS   TO WS-OLD-JURIS
           IF RATES-BY-CREDIT-HOURS
               MOVE WS-NEW-HOURS TO WS-PICK-LOAD
           ELSE
               MOVE WS-NEW-LOAD TO WS-PICK-LOAD
           END-IF
           PERFORM Pick-Rate-For-Load
           MOVE WS-PICKED-TUITION TO WS-NEW-TUITION
           MOVE WS-PICKED-TAXABLE TO WS-NEW-TAXABLE

       Count-Remaining-Load.
           MOVE ZERO TO WS-NEW-LOAD
           MOVE ZERO TO WS-NEW-HOURS
           MOVE WS-AF-ID (WS-AFF-SUB) TO CE-STUDENT-ID
           MOVE LOW-VALUES TO CE-COURSE-CODE
           MOVE LOW-VALUES TO CE-TERM-CODE
                       SET END-OF-ENROLL-SCAN TO TRUE
                   NOT AT END
                       IF CE-STUDENT-ID = WS-AF-ID (WS-AFF-SUB)
                           IF CE-TERM-CODE = WS-AF-TERM (WS-AFF-SUB)
                               ADD 1 TO WS-NEW-LOAD
                               PERFORM Add-Remaining-Hours
                           END-IF
                       ELSE
                           SET END-OF-ENROLL-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       Add-Remaining-Hours.
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
           END-READ.

       Pick-Rate-For-Load.
           MOVE -1 TO WS-PICKED-MIN
           MOVE ZERO TO WS-PICKED-TUITION
           MOVE WS-CREDIT-AMOUNT TO INV-TUITION
           MOVE WS-CREDIT-TAXABLE TO INV-TAXABLE
           MOVE "R" TO INV-LINE-TYPE
           MOVE WS-AF-TERM (WS-AFF-SUB) TO INV-TERM-CODE
           MOVE WS-NEW-HOURS TO INV-CREDIT-HOURS
           CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
           WRITE INVOICE-RECORD
           IF WS-CREDIT-TAXABLE > ZERO
               PERFORM Write-Cancel-Sale
