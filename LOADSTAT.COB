       IDENTIFICATION DIVISION.
       PROGRAM-ID. Load-Status.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Per-term enrollment status for the registrar and
      *> financial aid. Every CLASSENR.DAT row in the term counts
      *> its course's credit hours off COURSEM.DAT (a course with
      *> none on the catalog counts the standard 3.0, as Tuition-
      *> Bill does), and each student's total sets the status:
      *> F full time at or above the full-time minimum, H half
      *> time at or above the half-time minimum, L less than half
      *> time below that. The optional LOADCTL.DAT card names the
      *> term and the two minimums; with no card (or blank
      *> fields) the term is the one on TERMM.DAT covering the
      *> run date and the minimums are the usual 12.0 and 6.0.
      *> The term's rows on ENRLSTAT.DAT are rebuilt from scratch
      *> each run, so a re-run after late adds and drops simply
      *> replaces them, and LOADSTAT.RPT lists every student with
      *> counts and hours by status at the foot. Run on demand,
      *> like Room-Util.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-CONTROL-FILE ASSIGN TO "LOADCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAD-CONTROL-STATUS.

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

           SELECT ENROLL-STATUS-FILE ASSIGN TO "ENRLSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-STATUS-KEY
               FILE STATUS IS ENROLL-STATUS-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "LOADSTAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-CONTROL-FILE.
       01  LOAD-CONTROL-RECORD.
           02  LC-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  LC-FULL-TIME-MIN    PIC 9(2)V9.
           02  LC-FULL-TIME-MIN-X REDEFINES LC-FULL-TIME-MIN
                                   PIC X(3).
           02  FILLER              PIC X(1).
           02  LC-HALF-TIME-MIN    PIC 9(2)V9.
           02  LC-HALF-TIME-MIN-X REDEFINES LC-HALF-TIME-MIN
                                   PIC X(3).

       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  ENROLL-STATUS-FILE.
           COPY ENRLSTAT.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 LOAD-CONTROL-STATUS   PIC XX.
       01 TERM-MASTER-STATUS    PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 ENROLL-STATUS-STATUS  PIC XX.
       01 WS-CATALOG-OPEN       PIC X VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".
       01 WS-MASTER-OPEN        PIC X VALUE "N".
           88 MASTER-IS-OPEN    VALUE "Y".

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-TERM-EOF          PIC X VALUE "N".
           88 END-OF-TERM-SCAN VALUE "Y" FALSE "N".
       01 WS-ENROLL-EOF        PIC X VALUE "N".
           88 END-OF-ENROLLMENTS VALUE "Y" FALSE "N".
       01 WS-STATUS-EOF        PIC X VALUE "N".
           88 END-OF-STATUS-ROWS VALUE "Y" FALSE "N".

      *> The term and cutoffs in force for the run.
       01 WS-STATUS-TERM       PIC X(6) VALUE SPACES.
       01 WS-FULL-TIME-MIN     PIC 9(2)V9 VALUE 12.0.
       01 WS-HALF-TIME-MIN     PIC 9(2)V9 VALUE 6.0.

      *> The student being totalled; CLASSENR.DAT reads in
      *> student order, so a change of id closes the last one.
       01 WS-CUR-STUDENT       PIC 9(7) VALUE ZERO.
       01 WS-CUR-HOURS         PIC 9(3)V9 VALUE ZERO.
       01 WS-CUR-COURSES       PIC 99 VALUE ZERO.
       01 WS-COURSE-HOURS      PIC 9(2)V9 VALUE ZERO.

       01 WS-ROWS-REMOVED      PIC 9(5) VALUE ZERO.
       01 WS-STUDENT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-FULL-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-HALF-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LESS-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-FULL-HOURS        PIC 9(6)V9 VALUE ZERO.
       01 WS-HALF-HOURS        PIC 9(6)V9 VALUE ZERO.
       01 WS-LESS-HOURS        PIC 9(6)V9 VALUE ZERO.

       01 LOAD-TERM-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(5)  VALUE "TERM ".
           02 LT-TERM-CODE     PIC X(6).
           02 FILLER           PIC X(16) VALUE "   FULL TIME AT ".
           02 LT-FULL-TIME-MIN PIC Z9.9.
           02 FILLER           PIC X(16) VALUE "   HALF TIME AT ".
           02 LT-HALF-TIME-MIN PIC Z9.9.
           02 FILLER           PIC X(79) VALUE SPACES.

       01 LOAD-DETAIL-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LD-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LD-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LD-COURSES       PIC Z9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LD-HOURS         PIC ZZ9.9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LD-STATUS        PIC X(20).
           02 FILLER           PIC X(62) VALUE SPACES.

       01 LOAD-TOTAL-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LTT-LABEL        PIC X(30).
           02 LTT-COUNT        PIC ZZZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LTT-HOURS        PIC ZZZ,ZZ9.9.
           02 FILLER           PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Control-Card
           IF WS-STATUS-TERM = SPACES
               PERFORM Find-Current-Term
           END-IF
           IF WS-STATUS-TERM = SPACES
               DISPLAY "LOADCTL.DAT names no term and none covers "
                   Y2KDate " - no status to set"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLASS-ENROLL-FILE
           IF CLASS-ENROLL-STATUS NOT = "00"
               DISPLAY "CLASSENR.DAT: status " CLASS-ENROLL-STATUS
                   " - no enrollments, no status to set"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF COURSE-MASTER-STATUS = "00"
               SET CATALOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY "COURSEM.DAT: status " COURSE-MASTER-STATUS
                   ", courses count the standard three hours"
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN I-O ENROLL-STATUS-FILE
           IF ENROLL-STATUS-STATUS = "35"
               OPEN OUTPUT ENROLL-STATUS-FILE
               CLOSE ENROLL-STATUS-FILE
               OPEN I-O ENROLL-STATUS-FILE
           END-IF
           PERFORM Remove-Term-Rows

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "ENROLLMENT STATUS BY CREDIT LOAD" TO RH-TITLE
           MOVE "LOADSTAT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE "  STUDENT  NAME                   COURSES  CREDITS" &
               "   STATUS"
               TO RH-COLUMN-HEADS
           MOVE WS-STATUS-TERM TO LT-TERM-CODE
           MOVE WS-FULL-TIME-MIN TO LT-FULL-TIME-MIN
           MOVE WS-HALF-TIME-MIN TO LT-HALF-TIME-MIN
           MOVE LOAD-TERM-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line

           MOVE ZERO TO WS-CUR-STUDENT
           MOVE LOW-VALUES TO CE-ENROLL-KEY
           SET END-OF-ENROLLMENTS TO FALSE
           START CLASS-ENROLL-FILE KEY IS NOT LESS THAN CE-ENROLL-KEY
               INVALID KEY
                   SET END-OF-ENROLLMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENROLLMENTS
               READ CLASS-ENROLL-FILE NEXT
                   AT END
                       SET END-OF-ENROLLMENTS TO TRUE
                   NOT AT END
                       IF CE-TERM-CODE = WS-STATUS-TERM
                           PERFORM Count-Enrollment
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUR-STUDENT NOT = ZERO
               PERFORM Set-Student-Status
           END-IF

           PERFORM Print-Load-Totals
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE CLASS-ENROLL-FILE
           CLOSE ENROLL-STATUS-FILE
           IF CATALOG-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF
           DISPLAY "Load-Status: term " WS-STATUS-TERM ", "
               WS-STUDENT-COUNT " students - " WS-FULL-COUNT
               " full, " WS-HALF-COUNT " half, " WS-LESS-COUNT
               " less than half time"
           STOP RUN.

      *> A blank or unreadable minimum keeps its default; a card
      *> whose half-time minimum is not below the full-time one
      *> falls back to both defaults rather than misclassify.
       Get-Control-Card.
           OPEN INPUT LOAD-CONTROL-FILE
           IF LOAD-CONTROL-STATUS = "00"
               READ LOAD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LC-TERM-CODE TO WS-STATUS-TERM
                       IF LC-FULL-TIME-MIN NUMERIC
                       AND LC-FULL-TIME-MIN > ZERO
                           MOVE LC-FULL-TIME-MIN TO WS-FULL-TIME-MIN
                       END-IF
                       IF LC-HALF-TIME-MIN NUMERIC
                       AND LC-HALF-TIME-MIN > ZERO
                           MOVE LC-HALF-TIME-MIN TO WS-HALF-TIME-MIN
                       END-IF
               END-READ
               CLOSE LOAD-CONTROL-FILE
           END-IF
           IF WS-HALF-TIME-MIN NOT < WS-FULL-TIME-MIN
               DISPLAY "LOADCTL.DAT: half-time minimum not below "
                   "full-time, standard 12.0 and 6.0 used"
               MOVE 12.0 TO WS-FULL-TIME-MIN
               MOVE 6.0 TO WS-HALF-TIME-MIN
           END-IF.

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
                               MOVE TM-TERM-CODE TO WS-STATUS-TERM
                               SET END-OF-TERM-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

      *> Clear the term's rows from the last run first, so a
      *> student who has since dropped everything does not keep a
      *> stale status.
       Remove-Term-Rows.
           MOVE LOW-VALUES TO ES-STATUS-KEY
           SET END-OF-STATUS-ROWS TO FALSE
           START ENROLL-STATUS-FILE KEY IS NOT LESS THAN ES-STATUS-KEY
               INVALID KEY
                   SET END-OF-STATUS-ROWS TO TRUE
           END-START
           PERFORM UNTIL END-OF-STATUS-ROWS
               READ ENROLL-STATUS-FILE NEXT
                   AT END
                       SET END-OF-STATUS-ROWS TO TRUE
                   NOT AT END
                       IF ES-TERM-CODE = WS-STATUS-TERM
                           DELETE ENROLL-STATUS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ROWS-REMOVED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ROWS-REMOVED > ZERO
               DISPLAY "ENRLSTAT.DAT: " WS-ROWS-REMOVED " rows for "
                   WS-STATUS-TERM " replaced"
           END-IF.

       Count-Enrollment.
           IF CE-STUDENT-ID NOT = WS-CUR-STUDENT
               IF WS-CUR-STUDENT NOT = ZERO
                   PERFORM Set-Student-Status
               END-IF
               MOVE CE-STUDENT-ID TO WS-CUR-STUDENT
               MOVE ZERO TO WS-CUR-HOURS
               MOVE ZERO TO WS-CUR-COURSES
           END-IF
           MOVE 3.0 TO WS-COURSE-HOURS
           IF CATALOG-IS-OPEN
               MOVE CE-COURSE-CODE TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRS-CREDIT-HOURS NUMERIC
                           MOVE CRS-CREDIT-HOURS TO WS-COURSE-HOURS
                       END-IF
               END-READ
           END-IF
           ADD WS-COURSE-HOURS TO WS-CUR-HOURS
           ADD 1 TO WS-CUR-COURSES.

       Set-Student-Status.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE SPACES TO LOAD-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-CUR-HOURS NOT < WS-FULL-TIME-MIN
                   MOVE "F" TO ES-LOAD-STATUS
                   MOVE "FULL TIME" TO LD-STATUS
                   ADD 1 TO WS-FULL-COUNT
                   ADD WS-CUR-HOURS TO WS-FULL-HOURS
               WHEN WS-CUR-HOURS NOT < WS-HALF-TIME-MIN
                   MOVE "H" TO ES-LOAD-STATUS
                   MOVE "HALF TIME" TO LD-STATUS
                   ADD 1 TO WS-HALF-COUNT
                   ADD WS-CUR-HOURS TO WS-HALF-HOURS
               WHEN OTHER
                   MOVE "L" TO ES-LOAD-STATUS
                   MOVE "LESS THAN HALF TIME" TO LD-STATUS
                   ADD 1 TO WS-LESS-COUNT
                   ADD WS-CUR-HOURS TO WS-LESS-HOURS
           END-EVALUATE
           MOVE WS-CUR-STUDENT TO ES-STUDENT-ID
           MOVE WS-STATUS-TERM TO ES-TERM-CODE
           MOVE WS-CUR-HOURS   TO ES-CREDIT-HOURS
           MOVE WS-CUR-COURSES TO ES-COURSE-COUNT
           MOVE Y2KDate        TO ES-RUN-DATE
           WRITE ENROLL-STATUS-RECORD
               INVALID KEY
                   REWRITE ENROLL-STATUS-RECORD
           END-WRITE
           MOVE WS-CUR-STUDENT TO LD-STUDENT-ID
           MOVE "(not on master)" TO LD-STUDENT-NAME
           IF MASTER-IS-OPEN
               MOVE WS-CUR-STUDENT TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STM-STUDENT-NAME TO LD-STUDENT-NAME
               END-READ
           END-IF
           MOVE WS-CUR-COURSES TO LD-COURSES
           MOVE WS-CUR-HOURS   TO LD-HOURS
           MOVE LOAD-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Load-Totals.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO LOAD-TOTAL-LINE
           MOVE "FULL TIME" TO LTT-LABEL
           MOVE WS-FULL-COUNT TO LTT-COUNT
           MOVE WS-FULL-HOURS TO LTT-HOURS
           MOVE LOAD-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO LOAD-TOTAL-LINE
           MOVE "HALF TIME" TO LTT-LABEL
           MOVE WS-HALF-COUNT TO LTT-COUNT
           MOVE WS-HALF-HOURS TO LTT-HOURS
           MOVE LOAD-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO LOAD-TOTAL-LINE
           MOVE "LESS THAN HALF TIME" TO LTT-LABEL
           MOVE WS-LESS-COUNT TO LTT-COUNT
           MOVE WS-LESS-HOURS TO LTT-HOURS
           MOVE LOAD-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO LOAD-TOTAL-LINE
           MOVE "STUDENTS ENROLLED IN TERM" TO LTT-LABEL
           MOVE WS-STUDENT-COUNT TO LTT-COUNT
           COMPUTE LTT-HOURS = WS-FULL-HOURS + WS-HALF-HOURS
               + WS-LESS-HOURS
           MOVE LOAD-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Load-Status.
