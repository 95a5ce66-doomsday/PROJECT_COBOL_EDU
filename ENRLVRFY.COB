       IDENTIFICATION DIVISION.
       PROGRAM-ID. Enroll-Verify.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Enrollment verification letters for insurers, employers
      *> and embassies, which used to be typed up one at a time
      *> off a Student-Inq screen. ENRVREQ.DAT holds one request
      *> per record - student id, who is asking and why - and
      *> each gets a letter of its own page on ENRLVRFY.RPT,
      *> addressed to the requester and laid out for signature:
      *>   - the student's name and status off STUDENTM.DAT;
      *>   - the term on TERMM.DAT covering the run date, with its
      *>     start and end dates;
      *>   - every course the student holds a CLASSENR.DAT seat in
      *>     for that term, with title and credit hours off
      *>     COURSEM.DAT (a course with none counts the standard
      *>     3.0, as Load-Status does);
      *>   - the load those hours make - full time at 12.0 or
      *>     more, half time at 6.0 or more, less than half time
      *>     below that, Load-Status's own cutoffs.
      *> A student who is not active, has no seat in the current
      *> term, or is not on the master at all - and every student
      *> when no term is in session - gets a letter saying in so
      *> many words that they are not currently enrolled, never a
      *> blank page. Every letter issued is appended to the
      *> ENRVREG.DAT register with the run date, requester and
      *> outcome, and listed on a closing page of the report. Run
      *> on demand, like Transcript.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-REQ-FILE ASSIGN TO "ENRVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-REQ-STATUS.

           SELECT VERIFY-REGISTER-FILE ASSIGN TO "ENRVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-REGISTER-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TERMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS TERM-MASTER-STATUS.

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

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "ENRLVRFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-REQ-FILE.
       01  VERIFY-REQ-RECORD.
           02  VR-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  VR-REQUESTER        PIC X(30).
           02  FILLER              PIC X(1).
           02  VR-PURPOSE          PIC X(30).

      *> One row per letter issued: outcome E enrolled, N not
      *> currently enrolled.
       FD  VERIFY-REGISTER-FILE.
       01  VERIFY-REGISTER-RECORD.
           02  VG-RUN-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  VG-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  VG-OUTCOME          PIC X.
           02  FILLER              PIC X(1).
           02  VG-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  VG-REQUESTER        PIC X(30).
           02  FILLER              PIC X(1).
           02  VG-PURPOSE          PIC X(30).

       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 VERIFY-REQ-STATUS     PIC XX.
       01 VERIFY-REGISTER-STATUS PIC XX.
       01 TERM-MASTER-STATUS    PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 WS-CATALOG-OPEN       PIC X VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".
       01 WS-MASTER-OPEN        PIC X VALUE "N".
           88 MASTER-IS-OPEN    VALUE "Y".
       01 WS-ENROLL-OPEN        PIC X VALUE "N".
           88 ENROLL-IS-OPEN    VALUE "Y".

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-REQ-EOF           PIC X VALUE "N".
           88 END-OF-REQUESTS  VALUE "Y".
       01 WS-TERM-EOF          PIC X VALUE "N".
           88 END-OF-TERM-SCAN VALUE "Y" FALSE "N".
       01 WS-ENROLL-EOF        PIC X VALUE "N".
           88 END-OF-ENROLLMENTS VALUE "Y" FALSE "N".

      *> The term in session on the run date, if any.
       01 WS-CUR-TERM          PIC X(6) VALUE SPACES.
       01 WS-CUR-TERM-START    PIC 9(8) VALUE ZERO.
       01 WS-CUR-TERM-END      PIC 9(8) VALUE ZERO.
       01 WS-FULL-TIME-MIN     PIC 9(2)V9 VALUE 12.0.
       01 WS-HALF-TIME-MIN     PIC 9(2)V9 VALUE 6.0.

      *> The student being verified and the seats they hold.
       01 WS-ON-MASTER         PIC X VALUE "N".
           88 STUDENT-ON-MASTER VALUE "Y" FALSE "N".
       01 WS-OUTCOME           PIC X VALUE SPACE.
           88 VERIFIED-ENROLLED VALUE "E".
           88 VERIFIED-NOT-ENROLLED VALUE "N".
       01 WS-STATUS-TEXT       PIC X(12) VALUE SPACES.
       01 WS-LOAD-TEXT         PIC X(20) VALUE SPACES.
       01 WS-COURSE-HOURS      PIC 9(2)V9 VALUE ZERO.
       01 WS-TOTAL-HOURS       PIC 9(3)V9 VALUE ZERO.
       01 WS-SEAT-COUNT        PIC 99 VALUE ZERO.
       01 WS-SEAT-SUB          PIC 99 VALUE ZERO.
       01 WS-SEAT-TABLE-AREA.
           02 WS-SEAT-ENTRY OCCURS 20 TIMES.
               03 WS-ST-COURSE     PIC X(6).
               03 WS-ST-TITLE      PIC X(30).
               03 WS-ST-HOURS      PIC 9(2)V9.

      *> This run's letters, for the closing register page.
       01 WS-LOG-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-LOG-SUB           PIC 9(3) VALUE ZERO.
       01 WS-LOG-TABLE-AREA.
           02 WS-LOG-ENTRY OCCURS 500 TIMES.
               03 WS-LG-STUDENT    PIC 9(7).
               03 WS-LG-OUTCOME    PIC X.
               03 WS-LG-REQUESTER  PIC X(30).
               03 WS-LG-PURPOSE    PIC X(30).

       01 WS-LETTER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ENROLLED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NOT-ENROLLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-HOURS-EDIT        PIC ZZ9.9.

       01 LETTER-LINE.
           02 FILLER           PIC X(6)  VALUE SPACES.
           02 LT-TEXT          PIC X(66).
           02 FILLER           PIC X(60) VALUE SPACES.

       01 LETTER-COURSE-LINE.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 LCL-COURSE       PIC X(6).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LCL-TITLE        PIC X(30).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LCL-HOURS        PIC Z9.9.
           02 FILLER           PIC X(8)  VALUE " CREDITS".
           02 FILLER           PIC X(68) VALUE SPACES.

       01 REGISTER-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 RL-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 RL-OUTCOME       PIC X(14).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RL-REQUESTER     PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RL-PURPOSE       PIC X(30).
           02 FILLER           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           OPEN INPUT VERIFY-REQ-FILE
           IF VERIFY-REQ-STATUS NOT = "00"
               DISPLAY "ENRVREQ.DAT: status " VERIFY-REQ-STATUS
                   " - no verification requests"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Find-Current-Term
           IF WS-CUR-TERM = SPACES
               DISPLAY "Enroll-Verify: no term on TERMM.DAT covers "
                   Y2KDate " - every letter reads not enrolled"
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "STUDENTM.DAT: status " STUDENT-MASTER-STATUS
                   " - no student can be verified"
           END-IF
           OPEN INPUT CLASS-ENROLL-FILE
           IF CLASS-ENROLL-STATUS = "00"
               SET ENROLL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "CLASSENR.DAT: status " CLASS-ENROLL-STATUS
                   " - no seats can be listed"
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF COURSE-MASTER-STATUS = "00"
               SET CATALOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY "COURSEM.DAT: status " COURSE-MASTER-STATUS
                   ", courses count the standard three hours"
           END-IF
           OPEN EXTEND VERIFY-REGISTER-FILE
           IF VERIFY-REGISTER-STATUS = "35"
               OPEN OUTPUT VERIFY-REGISTER-FILE
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "ENROLLMENT VERIFICATION" TO RH-TITLE
           MOVE "ENRLVRFY" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE SPACES TO RH-COLUMN-HEADS

           PERFORM Read-Request
           PERFORM UNTIL END-OF-REQUESTS
               IF VR-STUDENT-ID NUMERIC AND VR-STUDENT-ID NOT = ZERO
                   PERFORM Verify-One-Student
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "  Request skipped, student id not numeric: "
                       VERIFY-REQ-RECORD
               END-IF
               PERFORM Read-Request
           END-PERFORM
           CLOSE VERIFY-REQ-FILE
           PERFORM Print-Register-Page
           CLOSE PRINT-REPORT-FILE
           CLOSE VERIFY-REGISTER-FILE
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF
           IF ENROLL-IS-OPEN
               CLOSE CLASS-ENROLL-FILE
           END-IF
           IF CATALOG-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF
           DISPLAY "Enroll-Verify: " WS-LETTER-COUNT " letters, "
               WS-ENROLLED-COUNT " enrolled, " WS-NOT-ENROLLED-COUNT
               " not currently enrolled, " WS-SKIPPED-COUNT
               " requests skipped"
           STOP RUN.

       Read-Request.
           READ VERIFY-REQ-FILE
               AT END
                   SET END-OF-REQUESTS TO TRUE
           END-READ.

       Find-Current-Term.
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
                               MOVE TM-TERM-CODE  TO WS-CUR-TERM
                               MOVE TM-START-DATE TO WS-CUR-TERM-START
                               MOVE TM-END-DATE   TO WS-CUR-TERM-END
                               SET END-OF-TERM-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

      *> Enrolled means an active student with at least one seat
      *> in the term in session; anything short of that is the
      *> not-enrolled letter.
       Verify-One-Student.
           PERFORM Fetch-Student
           MOVE ZERO TO WS-SEAT-COUNT
           MOVE ZERO TO WS-TOTAL-HOURS
           IF STUDENT-ON-MASTER AND STM-IS-ACTIVE
           AND WS-CUR-TERM NOT = SPACES
               PERFORM Collect-Term-Seats
           END-IF
           IF WS-SEAT-COUNT > ZERO
               SET VERIFIED-ENROLLED TO TRUE
               ADD 1 TO WS-ENROLLED-COUNT
           ELSE
               SET VERIFIED-NOT-ENROLLED TO TRUE
               ADD 1 TO WS-NOT-ENROLLED-COUNT
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           PERFORM Print-Letter
           PERFORM Register-Letter.

       Fetch-Student.
           SET STUDENT-ON-MASTER TO FALSE
           MOVE SPACES TO STUDENT-MASTER-RECORD
           MOVE VR-STUDENT-ID TO STM-STUDENT-ID
           IF MASTER-IS-OPEN
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO STUDENT-MASTER-RECORD
                       MOVE VR-STUDENT-ID TO STM-STUDENT-ID
                   NOT INVALID KEY
                       SET STUDENT-ON-MASTER TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT STUDENT-ON-MASTER
                   MOVE "NO RECORD"  TO WS-STATUS-TEXT
                   MOVE "(no record on file)" TO STM-STUDENT-NAME
               WHEN STM-IS-WITHDRAWN
                   MOVE "WITHDRAWN"  TO WS-STATUS-TEXT
               WHEN STM-IS-GRADUATED
                   MOVE "GRADUATED"  TO WS-STATUS-TEXT
               WHEN STM-IS-ON-LEAVE
                   MOVE "ON LEAVE"   TO WS-STATUS-TEXT
               WHEN STM-IS-MERGED
                   MOVE "MERGED AWAY"  TO WS-STATUS-TEXT
               WHEN STM-IS-SUSPENDED
                   MOVE "SUSPENDED"  TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE"     TO WS-STATUS-TEXT
           END-EVALUATE.

      *> CLASSENR.DAT is keyed student first, so the student's
      *> rows read together from a START on the id; only the
      *> term in session counts.
       Collect-Term-Seats.
           IF ENROLL-IS-OPEN
               MOVE VR-STUDENT-ID TO CE-STUDENT-ID
               MOVE LOW-VALUES TO CE-COURSE-CODE
               MOVE LOW-VALUES TO CE-TERM-CODE
               SET END-OF-ENROLLMENTS TO FALSE
               START CLASS-ENROLL-FILE KEY IS NOT LESS THAN
                       CE-ENROLL-KEY
                   INVALID KEY
                       SET END-OF-ENROLLMENTS TO TRUE
               END-START
               PERFORM UNTIL END-OF-ENROLLMENTS
                   READ CLASS-ENROLL-FILE NEXT
                       AT END
                           SET END-OF-ENROLLMENTS TO TRUE
                       NOT AT END
                           IF CE-STUDENT-ID NOT = VR-STUDENT-ID
                               SET END-OF-ENROLLMENTS TO TRUE
                           ELSE
                               IF CE-TERM-CODE = WS-CUR-TERM
                                   PERFORM Add-Seat
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Add-Seat.
           MOVE 3.0 TO WS-COURSE-HOURS
           MOVE "(not on catalog)" TO CRS-TITLE
           IF CATALOG-IS-OPEN
               MOVE CE-COURSE-CODE TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on catalog)" TO CRS-TITLE
                   NOT INVALID KEY
                       IF CRS-CREDIT-HOURS NUMERIC
                           MOVE CRS-CREDIT-HOURS TO WS-COURSE-HOURS
                       END-IF
               END-READ
           END-IF
           ADD WS-COURSE-HOURS TO WS-TOTAL-HOURS
           IF WS-SEAT-COUNT < 20
               ADD 1 TO WS-SEAT-COUNT
               MOVE CE-COURSE-CODE  TO WS-ST-COURSE (WS-SEAT-COUNT)
               MOVE CRS-TITLE       TO WS-ST-TITLE (WS-SEAT-COUNT)
               MOVE WS-COURSE-HOURS TO WS-ST-HOURS (WS-SEAT-COUNT)
           END-IF.

      *> Forcing the line count past the page limit starts every
      *> letter at the top of its own page, as Dunning-Run does.
       Print-Letter.
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE "OFFICE OF THE REGISTRAR" TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SPACES TO LT-TEXT
           STRING "DATE: " Y2KDate
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           MOVE SPACES TO LT-TEXT
           STRING "TO:   " VR-REQUESTER
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SPACES TO LT-TEXT
           STRING "RE:   " VR-PURPOSE
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           MOVE SPACES TO LT-TEXT
           STRING "STUDENT:     " STM-STUDENT-NAME
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SPACES TO LT-TEXT
           STRING "STUDENT ID:  " VR-STUDENT-ID
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SPACES TO LT-TEXT
           STRING "STATUS:      " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           IF VERIFIED-ENROLLED
               PERFORM Word-Enrolled
           ELSE
               PERFORM Word-Not-Enrolled
           END-IF
           PERFORM Write-Blank-Line
           PERFORM Write-Blank-Line
           MOVE "______________________________" TO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "Registrar" TO LT-TEXT
           PERFORM Write-Letter-Line.

       Word-Enrolled.
           MOVE "ENROLLMENT VERIFIED" TO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           MOVE SPACES TO LT-TEXT
           STRING "This is to certify that the student named above is"
               " enrolled"
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SPACES TO LT-TEXT
           STRING "for term " WS-CUR-TERM ", which runs from "
               WS-CUR-TERM-START " to " WS-CUR-TERM-END ","
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE "in the following courses:" TO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           PERFORM Print-Seat-Line
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
           PERFORM Write-Blank-Line
           EVALUATE TRUE
               WHEN WS-TOTAL-HOURS NOT < WS-FULL-TIME-MIN
                   MOVE "FULL TIME" TO WS-LOAD-TEXT
               WHEN WS-TOTAL-HOURS NOT < WS-HALF-TIME-MIN
                   MOVE "HALF TIME" TO WS-LOAD-TEXT
               WHEN OTHER
                   MOVE "LESS THAN HALF TIME" TO WS-LOAD-TEXT
           END-EVALUATE
           MOVE WS-TOTAL-HOURS TO WS-HOURS-EDIT
           MOVE SPACES TO LT-TEXT
           STRING "TOTAL CREDITS:  " WS-HOURS-EDIT
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line
           MOVE SPACES TO LT-TEXT
           STRING "ENROLLMENT:     " WS-LOAD-TEXT
               DELIMITED BY SIZE INTO LT-TEXT
           PERFORM Write-Letter-Line.

       Print-Seat-Line.
           MOVE WS-ST-COURSE (WS-SEAT-SUB) TO LCL-COURSE
           MOVE WS-ST-TITLE (WS-SEAT-SUB)  TO LCL-TITLE
           MOVE WS-ST-HOURS (WS-SEAT-SUB)  TO LCL-HOURS
           MOVE LETTER-COURSE-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> The reason is spelled out so nobody reading the letter
      *> takes it for a clerical gap.
       Word-Not-Enrolled.
           MOVE "NOT CURRENTLY ENROLLED" TO LT-TEXT
           PERFORM Write-Letter-Line
           PERFORM Write-Blank-Line
           EVALUATE TRUE
               WHEN NOT STUDENT-ON-MASTER
                   MOVE "Our records hold no student under the"
                       & " identification number above."
                       TO LT-TEXT
                   PERFORM Write-Letter-Line
               WHEN NOT STM-IS-ACTIVE
                   MOVE SPACES TO LT-TEXT
                   STRING "Our records show this student's status as "
                       WS-STATUS-TEXT
                       DELIMITED BY SIZE INTO LT-TEXT
                   PERFORM Write-Letter-Line
                   MOVE SPACES TO LT-TEXT
                   STRING "effective " STM-STATUS-DATE
                       ". The student is not currently enrolled."
                       DELIMITED BY SIZE INTO LT-TEXT
                   PERFORM Write-Letter-Line
               WHEN WS-CUR-TERM = SPACES
                   MOVE SPACES TO LT-TEXT
                   STRING "No term is in session on " Y2KDate
                       ". The student is not"
                       DELIMITED BY SIZE INTO LT-TEXT
                   PERFORM Write-Letter-Line
                   MOVE "currently enrolled in any course." TO LT-TEXT
                   PERFORM Write-Letter-Line
               WHEN OTHER
                   MOVE SPACES TO LT-TEXT
                   STRING "The student holds no course enrollment for"
                       " term " WS-CUR-TERM ","
                       DELIMITED BY SIZE INTO LT-TEXT
                   PERFORM Write-Letter-Line
                   MOVE SPACES TO LT-TEXT
                   STRING "which runs from " WS-CUR-TERM-START " to "
                       WS-CUR-TERM-END ", and is not currently"
                       DELIMITED BY SIZE INTO LT-TEXT
                   PERFORM Write-Letter-Line
                   MOVE "enrolled." TO LT-TEXT
                   PERFORM Write-Letter-Line
           END-EVALUATE
           IF STUDENT-ON-MASTER AND STM-ENROLL-DATE NUMERIC
           AND STM-ENROLL-DATE NOT = ZERO
               PERFORM Write-Blank-Line
               MOVE SPACES TO LT-TEXT
               STRING "First enrolled with us: " STM-ENROLL-DATE
                   DELIMITED BY SIZE INTO LT-TEXT
               PERFORM Write-Letter-Line
           END-IF.

       Write-Letter-Line.
           MOVE LETTER-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO LT-TEXT.

       Write-Blank-Line.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Register-Letter.
           MOVE SPACES TO VERIFY-REGISTER-RECORD
           MOVE Y2KDate       TO VG-RUN-DATE
           MOVE VR-STUDENT-ID TO VG-STUDENT-ID
           MOVE WS-OUTCOME    TO VG-OUTCOME
           MOVE WS-CUR-TERM   TO VG-TERM-CODE
           MOVE VR-REQUESTER  TO VG-REQUESTER
           MOVE VR-PURPOSE    TO VG-PURPOSE
           WRITE VERIFY-REGISTER-RECORD
           IF WS-LOG-COUNT < 500
               ADD 1 TO WS-LOG-COUNT
               MOVE VR-STUDENT-ID TO WS-LG-STUDENT (WS-LOG-COUNT)
               MOVE WS-OUTCOME    TO WS-LG-OUTCOME (WS-LOG-COUNT)
               MOVE VR-REQUESTER  TO WS-LG-REQUESTER (WS-LOG-COUNT)
               MOVE VR-PURPOSE    TO WS-LG-PURPOSE (WS-LOG-COUNT)
           END-IF.

       Print-Register-Page.
           MOVE "LETTERS ISSUED" TO RH-TITLE
           MOVE "    STUDENT   OUTCOME           REQUESTER"
               & "                         PURPOSE" TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           PERFORM Print-Register-Line
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
           IF WS-LETTER-COUNT = ZERO
               MOVE "    (no letters requested)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-LETTER-COUNT TO WS-COUNT-EDIT
           STRING "  LETTERS ISSUED:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-ENROLLED-COUNT TO WS-COUNT-EDIT
           STRING "  ENROLLED:                " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-NOT-ENROLLED-COUNT TO WS-COUNT-EDIT
           STRING "  NOT CURRENTLY ENROLLED:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Register-Line.
           MOVE WS-LG-STUDENT (WS-LOG-SUB)   TO RL-STUDENT-ID
           IF WS-LG-OUTCOME (WS-LOG-SUB) = "E"
               MOVE "ENROLLED"     TO RL-OUTCOME
           ELSE
               MOVE "NOT ENROLLED" TO RL-OUTCOME
           END-IF
           MOVE WS-LG-REQUESTER (WS-LOG-SUB) TO RL-REQUESTER
           MOVE WS-LG-PURPOSE (WS-LOG-SUB)   TO RL-PURPOSE
           MOVE REGISTER-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Enroll-Verify.
