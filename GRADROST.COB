       IDENTIFICATION DIVISION.
       PROGRAM-ID. Grade-Roster.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Term-end grade roster turnaround sheets. The registrar
      *> used to type GRADETXN.DAT from instructors' handwritten
      *> lists, and most of Grade-Post's rejects were mis-keyed
      *> student ids and course codes. For the term on the
      *> GRSTCTL.DAT control card this run prints GRADROST.RPT,
      *> one page per section offered that term on COURSEOFF.DAT
      *> with students on CLASSENR.DAT: the course and its title,
      *> the instructor(s) assigned on INSTASGN.DAT to return it,
      *> and every enrolled student with blank grade and
      *> completion columns to fill in. Alongside, it writes the
      *> GRADETXN.DAT skeleton - one record per student on the
      *> sheets, the student, course and term keys filled and the
      *> grade and completion left blank - so data entry keys
      *> only the grades. Grade-Post holds back rows still blank
      *> and lists their sections. A GRADETXN.DAT already holding
      *> records for the term is never overwritten (they may be
      *> grades keyed and not yet posted), nor is a missing or
      *> blank control card guessed at: both end the run RC 8.
      *> Records for an earlier term are taken as posted and give
      *> way to the new skeleton. Run on demand by the registrar
      *> before the end of term, like Dereg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-CONTROL-FILE ASSIGN TO "GRSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-CONTROL-STATUS.

           SELECT GRADE-TXN-FILE ASSIGN TO "GRADETXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRADE-TXN-STATUS.

           SELECT INSTRUCTOR-ASGN-FILE ASSIGN TO "INSTASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-ASGN-STATUS.

           SELECT COURSE-OFFER-FILE ASSIGN TO "COURSEOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFF-OFFER-KEY
               FILE STATUS IS COURSE-OFFER-STATUS.

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

           SELECT PRINT-REPORT-FILE ASSIGN TO "GRADROST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY CTLHDSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-CONTROL-FILE.
       01  ROSTER-CONTROL-RECORD.
           02  GS-TERM-CODE        PIC X(6).

      *> Grade-Post's transaction layout; the skeleton leaves
      *> GT-GRADE and GT-COMPLETION blank.
       FD  GRADE-TXN-FILE.
       01  GRADE-TXN-RECORD.
           02  GT-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  GT-COURSE-CODE      PIC X(6).
           02  FILLER              PIC X(1).
           02  GT-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  GT-GRADE            PIC X(2).
           02  FILLER              PIC X(1).
           02  GT-COMPLETION       PIC X.

       FD  INSTRUCTOR-ASGN-FILE.
           COPY INSTASGN.

       FD  COURSE-OFFER-FILE.
           COPY COURSEOF.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY CTLHD.

       WORKING-STORAGE SECTION.
       01 ROSTER-CONTROL-STATUS  PIC XX.
       01 GRADE-TXN-STATUS       PIC XX.
       01 INSTRUCTOR-ASGN-STATUS PIC XX.
       01 COURSE-OFFER-STATUS    PIC XX.
       01 CLASS-ENROLL-STATUS    PIC XX.
       01 COURSE-MASTER-STATUS   PIC XX.
       01 STUDENT-MASTER-STATUS  PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-TERM-CODE         PIC X(6) VALUE SPACES.
       01 WS-ASGN-EOF          PIC X VALUE "N".
           88 END-OF-ASGN      VALUE "Y".
       01 WS-OFFER-EOF         PIC X VALUE "N".
           88 END-OF-OFFER-SCAN VALUE "Y" FALSE "N".
       01 WS-ROSTER-EOF        PIC X VALUE "N".
           88 END-OF-ROSTER-SCAN VALUE "Y" FALSE "N".
       01 WS-GRADE-TXN-EOF     PIC X VALUE "N".
           88 END-OF-GRADE-TXN VALUE "Y".
       01 WS-SKELETON-FOUND    PIC X VALUE "N".
           88 SKELETON-HAS-RECORDS VALUE "Y".

      *> The term's instructor assignments, for the address line.
       01 WS-ASG-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ASG-SUB           PIC 9(3) VALUE ZERO.
       01 WS-ASG-TABLE-AREA.
           02 WS-ASG-ENTRY OCCURS 300 TIMES.
               03 WS-AS-EMP        PIC 9(6).
               03 WS-AS-COURSE     PIC X(6).
       01 WS-ASG-NAMED         PIC 9(3) VALUE ZERO.

       01 WS-SECTION-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-EMPTY-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-SKELETON-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SECTION-STUDENTS  PIC 9(5) VALUE ZERO.
       01 WS-COUNT-EDIT        PIC ZZZZ9.

       01 ROSTER-STUDENT-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 RS-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 RS-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 RS-GRADE-BLANK   PIC X(5)  VALUE "_____".
           02 FILLER           PIC X(8)  VALUE SPACES.
           02 RS-COMPL-BLANK   PIC X(5)  VALUE "_____".
           02 FILLER           PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           OPEN INPUT ROSTER-CONTROL-FILE
           IF ROSTER-CONTROL-STATUS = "00"
               READ ROSTER-CONTROL-FILE
                   NOT AT END
                       MOVE GS-TERM-CODE TO WS-TERM-CODE
               END-READ
               CLOSE ROSTER-CONTROL-FILE
           END-IF
           IF WS-TERM-CODE = SPACES
               DISPLAY "GRSTCTL.DAT: no term card supplied, "
                   "no rosters printed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GRADE-TXN-FILE
           IF GRADE-TXN-STATUS = "00"
               PERFORM Read-Grade-Txn
               PERFORM UNTIL END-OF-GRADE-TXN
                   IF GT-TERM-CODE = WS-TERM-CODE
                       SET SKELETON-HAS-RECORDS TO TRUE
                   END-IF
                   PERFORM Read-Grade-Txn
               END-PERFORM
               CLOSE GRADE-TXN-FILE
           END-IF
           IF SKELETON-HAS-RECORDS
               DISPLAY "GRADETXN.DAT: already holds records for term "
                   WS-TERM-CODE " - nothing written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Grade-Roster: term " WS-TERM-CODE

           PERFORM Load-Term-Assignments
           OPEN INPUT COURSE-OFFER-FILE
           IF COURSE-OFFER-STATUS NOT = "00"
               DISPLAY "COURSEOFF.DAT: status " COURSE-OFFER-STATUS
                   " - no offerings, no rosters printed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLASS-ENROLL-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN OUTPUT GRADE-TXN-FILE
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "GRADE ROSTER" TO RH-TITLE
           MOVE "GRADROST" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE SPACES TO RH-COLUMN-HEADS

           MOVE LOW-VALUES TO OFF-OFFER-KEY
           SET END-OF-OFFER-SCAN TO FALSE
           START COURSE-OFFER-FILE KEY IS NOT LESS THAN OFF-OFFER-KEY
               INVALID KEY
                   SET END-OF-OFFER-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-OFFER-SCAN
               READ COURSE-OFFER-FILE NEXT
                   AT END
                       SET END-OF-OFFER-SCAN TO TRUE
                   NOT AT END
                       IF OFF-TERM-CODE = WS-TERM-CODE
                           PERFORM Print-Section-Roster
                       END-IF
               END-READ
           END-PERFORM

           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
           STRING "  SECTIONS PRINTED:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-EMPTY-COUNT TO WS-COUNT-EDIT
           STRING "  SECTIONS WITH NO STUDENTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-SKELETON-COUNT TO WS-COUNT-EDIT
           STRING "  SKELETON GRADE RECORDS:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE GRADE-TXN-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE CLASS-ENROLL-FILE
           CLOSE COURSE-OFFER-FILE
           DISPLAY "Grade-Roster: " WS-SECTION-COUNT " sections, "
               WS-SKELETON-COUNT " skeleton grade records"
           PERFORM Handoff-Control-Totals
           STOP RUN.

       Read-Grade-Txn.
           READ GRADE-TXN-FILE
               AT END
                   SET END-OF-GRADE-TXN TO TRUE
           END-READ.

       Load-Term-Assignments.
           MOVE ZERO TO WS-ASG-COUNT
           OPEN INPUT INSTRUCTOR-ASGN-FILE
           IF INSTRUCTOR-ASGN-STATUS = "00"
               PERFORM Read-Assignment
               PERFORM UNTIL END-OF-ASGN
                   IF ASG-TERM-CODE = WS-TERM-CODE
                   AND WS-ASG-COUNT < 300
                       ADD 1 TO WS-ASG-COUNT
                       MOVE ASG-EMPLOYEE-ID TO WS-AS-EMP (WS-ASG-COUNT)
                       MOVE ASG-COURSE-CODE
                           TO WS-AS-COURSE (WS-ASG-COUNT)
                   END-IF
                   PERFORM Read-Assignment
               END-PERFORM
               CLOSE INSTRUCTOR-ASGN-FILE
           ELSE
               DISPLAY "INSTASGN.DAT: status " INSTRUCTOR-ASGN-STATUS
                   " - rosters print unaddressed"
           END-IF.

       Read-Assignment.
           READ INSTRUCTOR-ASGN-FILE
               AT END
                   SET END-OF-ASGN TO TRUE
           END-READ.

      *> A section with nobody enrolled gets no sheet; one with
      *> students gets its own page, a line per student in
      *> CLASSENR.DAT's order for the course, and a skeleton
      *> record per line.
       Print-Section-Roster.
           MOVE ZERO TO WS-SECTION-STUDENTS
           MOVE OFF-COURSE-CODE TO CE-COURSE-CODE
           SET END-OF-ROSTER-SCAN TO FALSE
           START CLASS-ENROLL-FILE KEY IS = CE-COURSE-CODE
               INVALID KEY
                   SET END-OF-ROSTER-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-ROSTER-SCAN
               READ CLASS-ENROLL-FILE NEXT
                   AT END
                       SET END-OF-ROSTER-SCAN TO TRUE
                   NOT AT END
                       IF CE-COURSE-CODE NOT = OFF-COURSE-CODE
                           SET END-OF-ROSTER-SCAN TO TRUE
                       ELSE
                           IF CE-TERM-CODE = WS-TERM-CODE
                               PERFORM Print-Roster-Student
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SECTION-STUDENTS = ZERO
               ADD 1 TO WS-EMPTY-COUNT
           ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE WS-SECTION-STUDENTS TO WS-COUNT-EDIT
               STRING "    STUDENTS ON ROSTER: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE "    INSTRUCTOR SIGNATURE ____________________"
                   & "      DATE ____________" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

      *> The section heading - course, who returns the sheet, and
      *> the column heads - goes out with the first student, so an
      *> empty section never starts a page.
       Print-Roster-Student.
           IF WS-SECTION-STUDENTS = ZERO
               PERFORM Print-Section-Heading
           END-IF
           ADD 1 TO WS-SECTION-STUDENTS
           MOVE CE-STUDENT-ID TO RS-STUDENT-ID
           MOVE CE-STUDENT-ID TO STM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "(not on master)" TO RS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE STM-STUDENT-NAME TO RS-STUDENT-NAME
           END-READ
           MOVE ROSTER-STUDENT-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO GRADE-TXN-RECORD
           MOVE CE-STUDENT-ID  TO GT-STUDENT-ID
           MOVE CE-COURSE-CODE TO GT-COURSE-CODE
           MOVE CE-TERM-CODE   TO GT-TERM-CODE
           WRITE GRADE-TXN-RECORD
           ADD 1 TO WS-SKELETON-COUNT.

       Print-Section-Heading.
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE OFF-COURSE-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(course retired)" TO CRS-TITLE
           END-READ
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    COURSE " OFF-COURSE-CODE "  " CRS-TITLE
               "  TERM " WS-TERM-CODE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-ASG-NAMED
           PERFORM Print-Instructor-Line
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASG-COUNT
           IF WS-ASG-NAMED = ZERO
               MOVE "    RETURN TO: (no instructor assigned) - "
                   & "REGISTRAR TO ROUTE" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "    STUD-ID   NAME                       GRADE    " &
               "COMPLETION (C/I/W)" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Instructor-Line.
           IF WS-AS-COURSE (WS-ASG-SUB) = OFF-COURSE-CODE
               ADD 1 TO WS-ASG-NAMED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    RETURN TO: INSTRUCTOR, EMPLOYEE "
                   WS-AS-EMP (WS-ASG-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "GRADROST"        TO CH-PROGRAM-ID
           MOVE WS-SKELETON-COUNT TO CH-RECORDS-READ
           MOVE WS-SKELETON-COUNT TO CH-RECORDS-PROCESSED
           MOVE ZERO              TO CH-RECORDS-REJECTED
           MOVE ZERO              TO CH-AMOUNT-TOTAL
           MOVE Y2KDate TO CH-RUN-DATE
           PERFORM Write-Control-Handoff.

           COPY CTLHDWR.
           COPY PRTWR.
       END PROGRAM Grade-Roster.
