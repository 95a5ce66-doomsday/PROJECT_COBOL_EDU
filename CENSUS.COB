       IDENTIFICATION DIVISION.
       PROGRAM-ID. Term-Census.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Frozen term census. The headcounts given to the state
      *> used to depend on the day someone ran Intake-Rpt or
      *> Puzzle, because STUDENTM.DAT and CLASSENR.DAT keep moving
      *> after the census date. This run takes the term named on
      *> the CENSCTL.DAT card (blank or no card: the term on
      *> TERMM.DAT covering the run date) and, on or after the
      *> census date TERMM.DAT carries for it, copies every
      *> student holding a CLASSENR.DAT seat in the term onto
      *> CENSUS.DAT (layout in CENSUS.CPY):
      *>   - status, branch and enroll date off STUDENTM.DAT;
      *>   - age on the census date through AGE-CALC, and the
      *>     AGEBANDS.DAT band it falls in (no file: Puzzle's stock
      *>     under-18 / 18-24 / 25-and-over cut);
      *>   - seats and credit hours in the term, hours off
      *>     COURSEM.DAT or the standard 3.0, and the load they
      *>     make at Load-Status's 12.0 / 6.0 cutoffs;
      *>   - new if the student first enrolled after the previous
      *>     term on the calendar ended, continuing otherwise.
      *> A term already on CENSUS.DAT is frozen: a second run
      *> changes nothing and ends RC 4. A term with no census
      *> date, or a run before the census date, ends RC 8 with
      *> nothing written. Census-Stats reports off the frozen file.
      *> Run on demand by the registrar on census day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-CONTROL-FILE ASSIGN TO "CENSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-CONTROL-STATUS.

           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-STATUS.

           SELECT AGE-BANDS-FILE ASSIGN TO "AGEBANDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-BANDS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-CONTROL-FILE.
       01  CENSUS-CONTROL-RECORD.
           02  CC-TERM-CODE        PIC X(6).

       FD  CENSUS-FILE.
           COPY CENSUS.

       FD  AGE-BANDS-FILE.
       01  AGE-BAND-RECORD.
           02  AB-UPPER-AGE        PIC 9(3).
           02  FILLER              PIC X(1).
           02  AB-LABEL            PIC X(12).

       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       WORKING-STORAGE SECTION.
       01 CENSUS-CONTROL-STATUS PIC XX.
       01 CENSUS-STATUS         PIC XX.
       01 AGE-BANDS-STATUS      PIC XX.
       01 TERM-MASTER-STATUS    PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 WS-CATALOG-OPEN       PIC X VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".

           COPY Y2KDATE.

       01 WS-CENSUS-EOF        PIC X VALUE "N".
           88 END-OF-CENSUS    VALUE "Y" FALSE "N".
       01 WS-TERM-EOF          PIC X VALUE "N".
           88 END-OF-TERM-SCAN VALUE "Y" FALSE "N".
       01 WS-ENROLL-EOF        PIC X VALUE "N".
           88 END-OF-ENROLLMENTS VALUE "Y" FALSE "N".
       01 WS-BANDS-EOF         PIC X VALUE "N".
           88 END-OF-AGE-BANDS VALUE "Y".
       01 WS-ALREADY-FROZEN    PIC X VALUE "N".
           88 TERM-ALREADY-FROZEN VALUE "Y".

      *> The term being counted, its census date and the end of
      *> the term before it on the calendar.
       01 WS-CENSUS-TERM       PIC X(6) VALUE SPACES.
       01 WS-TERM-START        PIC 9(8) VALUE ZERO.
       01 WS-CENSUS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-TERM-END    PIC 9(8) VALUE ZERO.
       01 WS-FULL-TIME-MIN     PIC 9(2)V9 VALUE 12.0.
       01 WS-HALF-TIME-MIN     PIC 9(2)V9 VALUE 6.0.

      *> The student being totalled; CLASSENR.DAT reads in
      *> student order, so a change of id closes the last one.
       01 WS-CUR-STUDENT       PIC 9(7) VALUE ZERO.
       01 WS-CUR-HOURS         PIC 9(3)V9 VALUE ZERO.
       01 WS-CUR-COURSES       PIC 99 VALUE ZERO.
       01 WS-COURSE-HOURS      PIC 9(2)V9 VALUE ZERO.
       01 WS-CURRENT-AGE       PIC 999.

      *> Age bands: a student falls in the first band whose upper
      *> age is at or past their age, as in Puzzle.
       01 WS-BAND-COUNT        PIC 99 VALUE ZERO.
       01 WS-BAND-SUB          PIC 99 VALUE ZERO.
       01 WS-BAND-PLACED       PIC X VALUE "N".
           88 BAND-PLACED      VALUE "Y" FALSE "N".
       01 WS-BAND-TABLE-AREA.
           02 WS-BAND-ENTRY OCCURS 10 TIMES.
               03 WS-BAND-UPPER    PIC 9(3).
               03 WS-BAND-LABEL    PIC X(12).

       01 WS-FROZEN-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SEAT-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-NOT-ON-MASTER     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Control-Card
           PERFORM Read-Census-Term
           IF WS-CENSUS-TERM = SPACES
               DISPLAY "CENSCTL.DAT names no term on TERMM.DAT and "
                   "none covers " Y2KDate " - no census taken"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CENSUS-DATE = ZERO
               DISPLAY "Term " WS-CENSUS-TERM " has no census date "
                   "on TERMM.DAT - no census taken"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF Y2KDate < WS-CENSUS-DATE
               DISPLAY "Term " WS-CENSUS-TERM " census date is "
                   WS-CENSUS-DATE " - too early to freeze on "
                   Y2KDate
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Already-Frozen
           IF TERM-ALREADY-FROZEN
               DISPLAY "Term " WS-CENSUS-TERM " is already frozen "
                   "on CENSUS.DAT - nothing changed"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLASS-ENROLL-FILE
           IF CLASS-ENROLL-STATUS NOT = "00"
               DISPLAY "CLASSENR.DAT: status " CLASS-ENROLL-STATUS
                   " - no enrollments, no census taken"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENTM.DAT: status " STUDENT-MASTER-STATUS
                   " - no census taken"
               CLOSE CLASS-ENROLL-FILE
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
           PERFORM Find-Prior-Term-End
           PERFORM Load-Age-Bands
           OPEN EXTEND CENSUS-FILE
           IF CENSUS-STATUS = "35"
               OPEN OUTPUT CENSUS-FILE
           END-IF

           SET END-OF-ENROLLMENTS TO FALSE
           PERFORM Read-Enrollment
           PERFORM UNTIL END-OF-ENROLLMENTS
               IF CE-TERM-CODE = WS-CENSUS-TERM
                   PERFORM Count-Seat
               END-IF
               PERFORM Read-Enrollment
           END-PERFORM
           IF WS-CUR-COURSES > ZERO
               PERFORM Freeze-Student
           END-IF

           CLOSE CENSUS-FILE
           CLOSE CLASS-ENROLL-FILE
           CLOSE STUDENT-MASTER-FILE
           IF CATALOG-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF
           DISPLAY "Term-Census: term " WS-CENSUS-TERM " census "
               WS-CENSUS-DATE ", " WS-FROZEN-COUNT " students and "
               WS-SEAT-COUNT " seats frozen"
           IF WS-NOT-ON-MASTER > ZERO
               DISPLAY "Term-Census: " WS-NOT-ON-MASTER
                   " enrolled ids not on the master, left out"
           END-IF
           IF WS-FROZEN-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Get-Control-Card.
           OPEN INPUT CENSUS-CONTROL-FILE
           IF CENSUS-CONTROL-STATUS = "00"
               READ CENSUS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-TERM-CODE TO WS-CENSUS-TERM
               END-READ
               CLOSE CENSUS-CONTROL-FILE
           END-IF.

      *> The carded term by key, or with no card the term whose
      *> dates cover the run date.
       Read-Census-Term.
           OPEN INPUT TERM-MASTER-FILE
           IF TERM-MASTER-STATUS NOT = "00"
               MOVE SPACES TO WS-CENSUS-TERM
           ELSE
               IF WS-CENSUS-TERM NOT = SPACES
                   MOVE WS-CENSUS-TERM TO TM-TERM-CODE
                   READ TERM-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-CENSUS-TERM
                       NOT INVALID KEY
                           PERFORM Take-Term-Dates
                   END-READ
               ELSE
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
                                   MOVE TM-TERM-CODE TO WS-CENSUS-TERM
                                   PERFORM Take-Term-Dates
                                   SET END-OF-TERM-SCAN TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE TERM-MASTER-FILE
           END-IF.

       Take-Term-Dates.
           MOVE TM-START-DATE TO WS-TERM-START
           IF TM-CENSUS-DATE NUMERIC
               MOVE TM-CENSUS-DATE TO WS-CENSUS-DATE
           ELSE
               MOVE ZERO TO WS-CENSUS-DATE
           END-IF.

      *> The latest end date among terms that finished before this
      *> one started; a student first enrolled after it is new.
       Find-Prior-Term-End.
           MOVE ZERO TO WS-PRIOR-TERM-END
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
                           IF TM-END-DATE < WS-TERM-START
                           AND TM-END-DATE > WS-PRIOR-TERM-END
                               MOVE TM-END-DATE TO WS-PRIOR-TERM-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

       Check-Already-Frozen.
           OPEN INPUT CENSUS-FILE
           IF CENSUS-STATUS = "00"
               SET END-OF-CENSUS TO FALSE
               PERFORM UNTIL END-OF-CENSUS OR TERM-ALREADY-FROZEN
                   READ CENSUS-FILE
                       AT END
                           SET END-OF-CENSUS TO TRUE
                       NOT AT END
                           IF CN-TERM-CODE = WS-CENSUS-TERM
                               SET TERM-ALREADY-FROZEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
           END-IF.

      *> AGEBANDS.DAT rows must be in ascending upper-age order; a
      *> missing file loads the stock three-band cut.
       Load-Age-Bands.
           MOVE ZERO TO WS-BAND-COUNT
           OPEN INPUT AGE-BANDS-FILE
           IF AGE-BANDS-STATUS = "00"
               PERFORM Read-Age-Band
               PERFORM UNTIL END-OF-AGE-BANDS
                   IF WS-BAND-COUNT < 10
                   AND AB-UPPER-AGE NUMERIC
                       ADD 1 TO WS-BAND-COUNT
                       MOVE AB-UPPER-AGE TO
                           WS-BAND-UPPER (WS-BAND-COUNT)
                       MOVE AB-LABEL TO
                           WS-BAND-LABEL (WS-BAND-COUNT)
                   END-IF
                   PERFORM Read-Age-Band
               END-PERFORM
               CLOSE AGE-BANDS-FILE
           END-IF
           IF WS-BAND-COUNT = ZERO
               MOVE 3 TO WS-BAND-COUNT
               MOVE 017 TO WS-BAND-UPPER (1)
               MOVE "UNDER 18" TO WS-BAND-LABEL (1)
               MOVE 024 TO WS-BAND-UPPER (2)
               MOVE "18-24" TO WS-BAND-LABEL (2)
               MOVE 999 TO WS-BAND-UPPER (3)
               MOVE "25 AND OVER" TO WS-BAND-LABEL (3)
           END-IF.

       Read-Age-Band.
           READ AGE-BANDS-FILE
               AT END
                   SET END-OF-AGE-BANDS TO TRUE
           END-READ.

       Read-Enrollment.
           READ CLASS-ENROLL-FILE NEXT
               AT END
                   SET END-OF-ENROLLMENTS TO TRUE
           END-READ.

       Count-Seat.
           IF CE-STUDENT-ID NOT = WS-CUR-STUDENT
               IF WS-CUR-COURSES > ZERO
                   PERFORM Freeze-Student
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

       Freeze-Student.
           MOVE WS-CUR-STUDENT TO STM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   DISPLAY "  Enrolled id " WS-CUR-STUDENT
                       " not on STUDENTM.DAT - not counted"
               NOT INVALID KEY
                   PERFORM Write-Census-Row
           END-READ.

       Write-Census-Row.
           MOVE SPACES TO CENSUS-RECORD
           MOVE WS-CENSUS-TERM   TO CN-TERM-CODE
           MOVE WS-CUR-STUDENT   TO CN-STUDENT-ID
           MOVE STM-STATUS-CODE  TO CN-STATUS-CODE
           MOVE STM-BRANCH-CODE  TO CN-BRANCH-CODE
           CALL "AGE-CALC" USING STM-BIRTH-DATE WS-CENSUS-DATE
               WS-CURRENT-AGE
           MOVE WS-CURRENT-AGE   TO CN-AGE
           PERFORM Place-Age-Band
           MOVE WS-CUR-COURSES   TO CN-COURSE-COUNT
           MOVE WS-CUR-HOURS     TO CN-CREDIT-HOURS
           EVALUATE TRUE
               WHEN WS-CUR-HOURS NOT < WS-FULL-TIME-MIN
                   SET CN-FULL-TIME TO TRUE
               WHEN WS-CUR-HOURS NOT < WS-HALF-TIME-MIN
                   SET CN-HALF-TIME TO TRUE
               WHEN OTHER
                   SET CN-LESS-THAN-HALF TO TRUE
           END-EVALUATE
           IF STM-ENROLL-DATE NUMERIC
               MOVE STM-ENROLL-DATE TO CN-ENROLL-DATE
           ELSE
               MOVE ZERO TO CN-ENROLL-DATE
           END-IF
           IF CN-ENROLL-DATE > WS-PRIOR-TERM-END
               SET CN-IS-NEW TO TRUE
           ELSE
               SET CN-IS-CONTINUING TO TRUE
           END-IF
           MOVE WS-CENSUS-DATE   TO CN-CENSUS-DATE
           MOVE Y2KDate          TO CN-TAKEN-DATE
           WRITE CENSUS-RECORD
           ADD 1 TO WS-FROZEN-COUNT
           ADD WS-CUR-COURSES TO WS-SEAT-COUNT.

      *> Past the last band's upper age the student is carried in
      *> the last band rather than dropped from the count.
       Place-Age-Band.
           SET BAND-PLACED TO FALSE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT
                  OR BAND-PLACED
               IF WS-CURRENT-AGE <= WS-BAND-UPPER (WS-BAND-SUB)
                   SET BAND-PLACED TO TRUE
                   MOVE WS-BAND-SUB TO CN-AGE-BAND-SEQ
                   MOVE WS-BAND-LABEL (WS-BAND-SUB) TO CN-AGE-BAND
               END-IF
           END-PERFORM
           IF NOT BAND-PLACED
               MOVE WS-BAND-COUNT TO CN-AGE-BAND-SEQ
               MOVE WS-BAND-LABEL (WS-BAND-COUNT) TO CN-AGE-BAND
           END-IF.
       END PROGRAM Term-Census.
