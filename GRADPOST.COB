      *> term end, like Period-Close; the enrollment row itself
      *> stays - dropping seats is the cancellation and
      *> deregistration passes' business, not this one's.
      *> 15 Oct 2026 MK - Each history row carries the course's
      *> catalog credit hours as they stand at posting, off
      *> COURSEM.DAT (a course no longer on the catalog, or one
      *> filed before credit hours existed, posts the standard
      *> three), so the transcript weights a term by what it was
      *> worth when it was graded.
      *> 15 Oct 2026 MK - A GRADETXN.DAT row with both grade and
      *> completion blank is an unreturned line of a Grade-Roster
      *> skeleton, not a mis-key: it is held on GRADEPND.DAT for later
      *> keying, and GRADPOST.RPT lists each section still owing grades
      *> with the instructors INSTASGN.DAT has on it.
      *> 15 Oct 2026 MK - Can be CALLed by Master-Driver when
      *> TERMCAL.DAT makes it due: takes the run date as an optional
      *> parameter and GOBACKs instead of STOP RUN; still runs
      *> standalone as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-HISTORY-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT GRADE-PENDING-FILE ASSIGN TO "GRADEPND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRADE-PENDING-STATUS.

           SELECT INSTRUCTOR-ASGN-FILE ASSIGN TO "INSTASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-ASGN-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "GRADPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.
           COPY CTLHDSL.

           02  FILLER              PIC X(1).
           02  GT-COMPLETION       PIC X.

      *> Skeleton rows still without a grade, held in
      *> GRADETXN.DAT's layout for keying when the sheet comes in.
       FD  GRADE-PENDING-FILE.
       01  GRADE-PENDING-RECORD    PIC X(26).

       FD  INSTRUCTOR-ASGN-FILE.
           COPY INSTASGN.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-HISTORY-FILE.
           COPY COURSHIS.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

           COPY ERRLOG.
           COPY CTLHD.

       01 GRADE-TXN-STATUS      PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-HISTORY-STATUS PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 GRADE-PENDING-STATUS  PIC XX.
       01 INSTRUCTOR-ASGN-STATUS PIC XX.
       01 WS-CATALOG-OPEN       PIC X VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-GRADE-TXN-EOF     PIC X VALUE "N".
           88 END-OF-GRADE-TXN VALUE "Y".
       01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-BLANK-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-COUNT-EDIT        PIC ZZZZ9.

      *> Sections whose roster skeleton came back with grades
      *> still blank, in the order first met, and the term's
      *> instructor assignments to say whom to chase.
       01 WS-BLK-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BLK-SUB           PIC 9(3) VALUE ZERO.
       01 WS-BLK-FOUND         PIC X VALUE "N".
           88 BLANK-SECTION-FOUND VALUE "Y" FALSE "N".
       01 WS-BLK-TABLE-AREA.
           02 WS-BLK-ENTRY OCCURS 500 TIMES.
               03 WS-BK-COURSE     PIC X(6).
               03 WS-BK-TERM       PIC X(6).
               03 WS-BK-MISSING    PIC 9(4).
       01 WS-ASGN-EOF          PIC X VALUE "N".
           88 END-OF-ASGN      VALUE "Y".
       01 WS-ASG-NAMED         PIC 9(3) VALUE ZERO.

       01 BLANK-SECTION-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 BL-COURSE        PIC X(6).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 BL-TERM          PIC X(6).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 BL-MISSING       PIC ZZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 BL-INSTRUCTORS   PIC X(60).
           02 FILLER           PIC X(41) VALUE SPACES.

       01 WS-GRADE-LETTER      PIC X.
           88 GRADE-LETTER-GOOD VALUE "A" "B" "C" "D" "F".
       01 WS-COMPLETION-WORK   PIC X.
           88 COMPLETION-GOOD  VALUE "C" "I" "W".

       LINKAGE SECTION.
       01 LK-TODAY-DATE            PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "GRADPOST" TO ERR-PROGRAM-ID
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Grade-Post run date [" Y2KDate "]"

           PERFORM Open-Grade-Files
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           PERFORM Read-Grade-Txn
           PERFORM UNTIL END-OF-GRADE-TXN
           CLOSE GRADE-TXN-FILE
           CLOSE CLASS-ENROLL-FILE
           CLOSE COURSE-HISTORY-FILE
           CLOSE GRADE-PENDING-FILE
           IF CATALOG-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF
           PERFORM Print-Blank-Sections
           DISPLAY "Grade-Post: " WS-POSTED-COUNT " posted, "
               WS-REJECT-COUNT " rejected, " WS-BLANK-COUNT
               " still without a grade"
           PERFORM Handoff-Control-Totals
           GOBACK.

       Open-Grade-Files.
           MOVE "GRADETXN.DAT" TO WS-ABEND-FILE-NAME
                   CLOSE COURSE-HISTORY-FILE
                   OPEN EXTEND COURSE-HISTORY-FILE
               END-IF
               OPEN OUTPUT GRADE-PENDING-FILE
               OPEN INPUT COURSE-MASTER-FILE
               IF COURSE-MASTER-STATUS = "00"
                   SET CATALOG-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "COURSEM.DAT: status " COURSE-MASTER-STATUS
                       " - grades post at the standard three hours"
               END-IF
           END-IF.

       Try-Open-Grade-Txn.
           EVALUATE TRUE
               WHEN GT-STUDENT-ID NOT NUMERIC
                   PERFORM Reject-Grade-Id
               WHEN GT-GRADE = SPACES AND GT-COMPLETION = SPACE
                   PERFORM Hold-Blank-Grade
               WHEN NOT COMPLETION-GOOD
                   PERFORM Reject-Grade-Completion
               WHEN NOT GRADE-LETTER-GOOD OR NOT GRADE-SIGN-GOOD
                   PERFORM Check-Enrollment-And-Post
           END-EVALUATE.

      *> A roster skeleton row nobody filled in is not a keying
      *> error: it is a grade the instructor has not returned. It
      *> is held on GRADEPND.DAT for keying later and counted
      *> against its section for the chase list.
       Hold-Blank-Grade.
           ADD 1 TO WS-BLANK-COUNT
           WRITE GRADE-PENDING-RECORD FROM GRADE-TXN-RECORD
           SET BLANK-SECTION-FOUND TO FALSE
           PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
               UNTIL WS-BLK-SUB > WS-BLK-COUNT
                  OR BLANK-SECTION-FOUND
               IF WS-BK-COURSE (WS-BLK-SUB) = GT-COURSE-CODE
               AND WS-BK-TERM (WS-BLK-SUB) = GT-TERM-CODE
                   SET BLANK-SECTION-FOUND TO TRUE
                   ADD 1 TO WS-BK-MISSING (WS-BLK-SUB)
               END-IF
           END-PERFORM
           IF NOT BLANK-SECTION-FOUND AND WS-BLK-COUNT < 500
               ADD 1 TO WS-BLK-COUNT
               MOVE GT-COURSE-CODE TO WS-BK-COURSE (WS-BLK-COUNT)
               MOVE GT-TERM-CODE   TO WS-BK-TERM (WS-BLK-COUNT)
               MOVE 1 TO WS-BK-MISSING (WS-BLK-COUNT)
           END-IF.

       Reject-Grade-Id.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "GT-STUDENT-ID   " TO ERR-FIELD-NAME
           MOVE GT-GRADE       TO CHS-GRADE
           MOVE GT-COMPLETION  TO CHS-COMPLETION
           MOVE Y2KDate        TO CHS-POSTED-DATE
           MOVE 3.0            TO CHS-CREDIT-HOURS
           IF CATALOG-IS-OPEN
               MOVE GT-COURSE-CODE TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRS-CREDIT-HOURS NUMERIC
                           MOVE CRS-CREDIT-HOURS TO CHS-CREDIT-HOURS
                       END-IF
               END-READ
           END-IF
           WRITE COURSE-HISTORY-RECORD
           ADD 1 TO WS-POSTED-COUNT
           DISPLAY "  Posted " GT-GRADE " for " GT-STUDENT-ID
               " in " GT-COURSE-CODE.

      *> GRADPOST.RPT: each section still owing grades, how many,
      *> and the instructors INSTASGN.DAT has teaching it.
       Print-Blank-Sections.
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "SECTIONS WITH GRADES OUTSTANDING" TO RH-TITLE
           MOVE "GRADPOST" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE "    COURSE   TERM    MISSING    INSTRUCTOR(S)" TO
               RH-COLUMN-HEADS
           PERFORM Print-Blank-Section
               VARYING WS-BLK-SUB FROM 1 BY 1
               UNTIL WS-BLK-SUB > WS-BLK-COUNT
           IF WS-BLK-COUNT = ZERO
               MOVE "    (every grade returned)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           STRING "  GRADES POSTED:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           STRING "  GRADES REJECTED:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-BLANK-COUNT TO WS-COUNT-EDIT
           STRING "  GRADES OUTSTANDING:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE.

       Print-Blank-Section.
           MOVE SPACES TO BLANK-SECTION-LINE
           MOVE WS-BK-COURSE (WS-BLK-SUB)  TO BL-COURSE
           MOVE WS-BK-TERM (WS-BLK-SUB)    TO BL-TERM
           MOVE WS-BK-MISSING (WS-BLK-SUB) TO BL-MISSING
           MOVE ZERO TO WS-ASG-NAMED
           OPEN INPUT INSTRUCTOR-ASGN-FILE
           IF INSTRUCTOR-ASGN-STATUS = "00"
               MOVE "N" TO WS-ASGN-EOF
               PERFORM Read-Assignment
               PERFORM UNTIL END-OF-ASGN
                   IF ASG-COURSE-CODE = WS-BK-COURSE (WS-BLK-SUB)
                   AND ASG-TERM-CODE = WS-BK-TERM (WS-BLK-SUB)
                   AND WS-ASG-NAMED < 6
                       MOVE ASG-EMPLOYEE-ID TO
                           BL-INSTRUCTORS (WS-ASG-NAMED * 10 + 1:6)
                       ADD 1 TO WS-ASG-NAMED
                   END-IF
                   PERFORM Read-Assignment
               END-PERFORM
               CLOSE INSTRUCTOR-ASGN-FILE
           END-IF
           IF WS-ASG-NAMED = ZERO
               MOVE "(no instructor assigned)" TO BL-INSTRUCTORS
           END-IF
           MOVE BLANK-SECTION-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Read-Assignment.
           READ INSTRUCTOR-ASGN-FILE
               AT END
                   SET END-OF-ASGN TO TRUE
           END-READ.

       Log-Grade-Txn-Error.
           MOVE "GRADETXN.DAT" TO ERR-SOURCE-FILE
           MOVE GRADE-TXN-RECORD TO ERR-RECORD-IMAGE
           COPY ERRLOGWR.
           COPY CTLHDWR.
           COPY FILERTRY.
           COPY PRTWR.
       END PROGRAM Grade-Post.
