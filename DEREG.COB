      *> missing or blank control card is a hard stop, because a
      *> default threshold here would deregister someone by
      *> accident.
      *> 15 Oct 2026 MK - Can be CALLed by Master-Driver when
      *> TERMCAL.DAT makes it due: takes the run date as an optional
      *> parameter and GOBACKs instead of STOP RUN; still runs
      *> standalone as before.
      *> 15 Oct 2026 MK - Each student deregistered has a withdrawal
      *> notice queued on NOTIFYQ.DAT for Notify-Format to send.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           COPY ERRLOGSL.
           COPY STUHISSL.

       FD  COURSE-OFFER-FILE.
           COPY COURSEOF.

       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFYQ.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 COURSE-OFFER-STATUS   PIC XX.
       01 NOTIFY-QUEUE-STATUS   PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           02 DR-SEATS         PIC ZZ9.
           02 FILLER           PIC X(76) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE            PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "DEREG" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-SOURCE-FILE
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           PERFORM Get-Dereg-Control
           IF NOT CONTROL-CARD-GOOD
               DISPLAY "DEREGCTL.DAT: no threshold card supplied, "
                   "nothing deregistered"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Dereg: balance over " WS-BAL-THRESHOLD
               " aged past " WS-AGE-DAYS " days"
           PERFORM Pick-Candidates
           IF WS-CAND-COUNT = ZERO
               DISPLAY "Dereg: no students past the threshold"
               GOBACK
           END-IF
           PERFORM Open-Dereg-Files
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF NOTIFY-QUEUE-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
               CLOSE NOTIFY-QUEUE-FILE
               OPEN EXTEND NOTIFY-QUEUE-FILE
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "DEREGISTRATION FOR NON-PAYMENT" TO RH-TITLE
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE NOTIFY-QUEUE-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE CLASS-ENROLL-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE COURSE-OFFER-FILE
           DISPLAY "Dereg: " WS-DEREG-COUNT " students "
               "deregistered, " WS-SEATS-FREED " seats freed"
           GOBACK.

       Get-Dereg-Control.
           OPEN INPUT DEREG-CONTROL-FILE
                   END-IF
                   ADD 1 TO WS-DEREG-COUNT
                   PERFORM Print-Dereg-Line
                   PERFORM Queue-Withdrawal-Notice
           END-READ.

       Drop-Student-Enrollments.
           DISPLAY "  Deregistered " STM-STUDENT-NAME ", "
               WS-DROP-COUNT " seats freed".

      *> The oldest unpaid charge names the notice: a student
      *> still over the threshold at the next term end is listed
      *> again here but not told again for the same debt.
       Queue-Withdrawal-Notice.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE WS-CD-ID (WS-CAND-SUB)     TO NQ-STUDENT-ID
           SET NQ-WITHDRAWN TO TRUE
           MOVE WS-CD-OLDEST (WS-CAND-SUB) TO NQ-EVENT-DATE
           MOVE Y2KDate                    TO NQ-RUN-DATE
           MOVE "DEREG"                    TO NQ-PROGRAM-ID
           MOVE WS-CD-BALANCE (WS-CAND-SUB) TO NQ-AMOUNT
           MOVE WS-DROP-COUNT              TO NQ-COUNT
           WRITE NOTIFY-QUEUE-RECORD.

           COPY ERRLOGWR.
           COPY STUHISWR.
           COPY PRTWR.
