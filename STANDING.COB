       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acad-Standing.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Term-end academic standing. Transcript works out a term
      *> and cumulative GPA, but only on the page of a student
      *> somebody asked about; the student who failed three
      *> courses this term went unnoticed until they applied to
      *> graduate. This run walks COURSHIS.DAT for the term named
      *> on the STNDCTL.DAT control card and, for every student
      *> with coursework in it, works out the term GPA and the
      *> cumulative GPA by the same rules Transcript prints (grade
      *> points A=4 to F=0, plus and minus three tenths, weighted
      *> by credit hours; only C-completion rows count) and gives
      *> the term a standing:
      *>   S - suspension: cumulative GPA under the card's suspend
      *>       cutoff, or under the probation cutoff for the second
      *>       assessed term running;
      *>   P - probation: cumulative GPA under the probation cutoff;
      *>   D - dean's list: term GPA at or over the dean's cutoff
      *>       on at least the card's minimum GPA credits;
      *>   G - good standing: everyone else, including a student
      *>       with nothing graded yet.
      *> Each standing is filed to STNDHIST.DAT, the standing
      *> history the next term's run reads for "probation again".
      *> A rerun for the same term replaces that term's rows; the
      *> file as it stood is kept as STNDPREV.DAT first. An active
      *> student suspended moves to status S through the same
      *> before/after STUHIST.DAT trail Draft and Dereg write
      *> (program STANDING, txn code S); Draft's R transaction
      *> reinstates them when the suspension is served. The
      *> registrar gets STANDING.RPT, one list per standing, each
      *> on its own page. Run by the operator at term end after
      *> the last grades post, like Dereg; a missing or unusable
      *> control card is a hard stop, since a default cutoff
      *> here would put somebody on probation by accident.
      *> 15 Oct 2026 MK - Can be CALLed by Master-Driver when
      *> TERMCAL.DAT makes it due: takes the run date as an optional
      *> parameter and GOBACKs instead of STOP RUN; still runs
      *> standalone as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-CONTROL-FILE ASSIGN TO "STNDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-CONTROL-STATUS.

           SELECT COURSE-HISTORY-FILE ASSIGN TO "COURSHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-HISTORY-STATUS.

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

           SELECT STANDING-HIST-FILE ASSIGN TO "STNDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-HIST-STATUS.

           SELECT STANDING-PREV-FILE ASSIGN TO "STNDPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-PREV-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "STANDING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.
           COPY STUHISSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-CONTROL-FILE.
       01  STANDING-CONTROL-RECORD.
           02  SC-TERM-CODE         PIC X(6).
           02  FILLER               PIC X(1).
           02  SC-DEANS-GPA         PIC 9V99.
           02  FILLER               PIC X(1).
           02  SC-DEANS-CREDITS     PIC 9(2)V9.
           02  FILLER               PIC X(1).
           02  SC-PROBATION-GPA     PIC 9V99.
           02  FILLER               PIC X(1).
           02  SC-SUSPEND-GPA       PIC 9V99.

       FD  COURSE-HISTORY-FILE.
           COPY COURSHIS.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

      *> One row per student per assessed term.
       FD  STANDING-HIST-FILE.
       01  STANDING-HIST-RECORD.
           02  SH-TERM-CODE         PIC X(6).
           02  FILLER               PIC X(1).
           02  SH-STUDENT-ID        PIC 9(7).
           02  FILLER               PIC X(1).
           02  SH-STANDING          PIC X.
               88 SH-IS-DEANS-LIST  VALUE "D".
               88 SH-IS-GOOD        VALUE "G".
               88 SH-IS-PROBATION   VALUE "P".
               88 SH-IS-SUSPENSION  VALUE "S".
           02  FILLER               PIC X(1).
           02  SH-TERM-GPA          PIC 9V99.
           02  FILLER               PIC X(1).
           02  SH-CUM-GPA           PIC 9V99.
           02  FILLER               PIC X(1).
           02  SH-TERM-CREDITS      PIC 9(3)V9.
           02  FILLER               PIC X(1).
           02  SH-RUN-DATE          PIC 9(8).

       FD  STANDING-PREV-FILE.
       01  STANDING-PREV-RECORD     PIC X(38).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.
           COPY STUHIST.

       WORKING-STORAGE SECTION.
       01 STANDING-CONTROL-STATUS PIC XX.
       01 COURSE-HISTORY-STATUS PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 STANDING-HIST-STATUS  PIC XX.
       01 STANDING-PREV-STATUS  PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-HIST-EOF          PIC X VALUE "N".
           88 END-OF-HISTORY   VALUE "Y".
       01 WS-STND-EOF          PIC X VALUE "N".
           88 END-OF-STANDINGS VALUE "Y".
       01 WS-CARD-GOOD         PIC X VALUE "N".
           88 CONTROL-CARD-GOOD VALUE "Y".
       01 WS-TERM-CODE         PIC X(6) VALUE SPACES.
       01 WS-DEANS-GPA         PIC 9V99 VALUE ZERO.
       01 WS-DEANS-CREDITS     PIC 9(2)V9 VALUE ZERO.
       01 WS-PROBATION-GPA     PIC 9V99 VALUE ZERO.
       01 WS-SUSPEND-GPA       PIC 9V99 VALUE ZERO.

      *> Every student with coursework in the term, kept in id
      *> order as found so the second pass can find a student by
      *> halving instead of walking the whole table per row.
       01 WS-STU-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-STU-SUB           PIC 9(4) VALUE ZERO.
       01 WS-STU-LIMIT         PIC 9(4) VALUE 2000.
       01 WS-STU-OVERFLOW      PIC 9(5) VALUE ZERO.
       01 WS-STU-TABLE-AREA.
           02 WS-STU-ENTRY OCCURS 2000 TIMES.
               03 WS-SU-ID           PIC 9(7).
               03 WS-SU-TERM-POINTS  PIC 9(5)V99.
               03 WS-SU-TERM-CREDITS PIC 9(3)V9.
               03 WS-SU-CUM-POINTS   PIC 9(6)V99.
               03 WS-SU-CUM-CREDITS  PIC 9(4)V9.
               03 WS-SU-TERM-GPA     PIC 9V99.
               03 WS-SU-CUM-GPA      PIC 9V99.
               03 WS-SU-PRIOR        PIC X.
               03 WS-SU-STANDING     PIC X.
               03 WS-SU-NOTE         PIC X(14).
       01 WS-LOW               PIC 9(4) VALUE ZERO.
       01 WS-HIGH              PIC 9(4) VALUE ZERO.
       01 WS-MID               PIC 9(4) VALUE ZERO.
       01 WS-FIND-ID           PIC 9(7) VALUE ZERO.
       01 WS-FOUND-SUB         PIC 9(4) VALUE ZERO.
       01 WS-INSERT-SUB        PIC 9(4) VALUE ZERO.

       01 WS-ROW-CREDITS       PIC 9(2)V9 VALUE ZERO.
       01 WS-GRADE-POINTS      PIC S9V99 VALUE ZERO.
       01 WS-RERUN             PIC X VALUE "N".
           88 TERM-ALREADY-FILED VALUE "Y".

      *> Before/after images held aside for the history trail,
      *> the same way Draft files its.
       01 WS-HIST-BEFORE       PIC X(60) VALUE SPACES.
       01 WS-HIST-AFTER        PIC X(60) VALUE SPACES.

       01 WS-DEANS-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-GOOD-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PROBATION-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-SUSPEND-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-STATUS-MOVED      PIC 9(5) VALUE ZERO.
       01 WS-SECTION-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SECTION-CODE      PIC X VALUE SPACE.
       01 WS-COUNT-EDIT        PIC ZZZZ9.

       01 STANDING-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 SD-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SD-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SD-TERM-CREDITS  PIC ZZ9.9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 SD-TERM-GPA      PIC 9.99.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 SD-CUM-GPA       PIC 9.99.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 SD-PRIOR         PIC X.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 SD-NOTE          PIC X(14).
           02 FILLER           PIC X(57) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE            PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "STANDING" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-SOURCE-FILE
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           PERFORM Get-Standing-Control
           IF NOT CONTROL-CARD-GOOD
               DISPLAY "STNDCTL.DAT: no usable term and cutoff "
                   "card supplied, no standings assessed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Acad-Standing: term " WS-TERM-CODE
               " dean's list " WS-DEANS-GPA " on " WS-DEANS-CREDITS
               " probation under " WS-PROBATION-GPA
               " suspension under " WS-SUSPEND-GPA

           PERFORM Collect-Term-Students
           IF WS-STU-OVERFLOW > ZERO
               DISPLAY "Acad-Standing: " WS-STU-OVERFLOW
                   " students past the " WS-STU-LIMIT
                   " tracked - nothing assessed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-STU-COUNT = ZERO
               DISPLAY "Acad-Standing: no coursework on file for "
                   "term " WS-TERM-CODE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Accumulate-Grade-Points
           PERFORM Load-Prior-Standings
           PERFORM Assign-One-Standing
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
           PERFORM File-Standing-History

           MOVE "STUDENTM.DAT" TO WS-ABEND-FILE-NAME
           MOVE ZERO TO WS-ABEND-RETRY-COUNT
           PERFORM Try-Open-Student-Master
               UNTIL STUDENT-MASTER-STATUS = "00"
                  OR WS-ABEND-RETRY-COUNT >= 3
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "ACADEMIC STANDING" TO RH-TITLE
           MOVE "STANDING" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUD-ID  NAME                   CREDITS  TERM" &
               "   CUM  PRIOR  NOTE" TO RH-COLUMN-HEADS
           MOVE "D" TO WS-SECTION-CODE
           PERFORM Print-Standing-List
           MOVE "G" TO WS-SECTION-CODE
           PERFORM Print-Standing-List
           MOVE "P" TO WS-SECTION-CODE
           PERFORM Print-Standing-List
           MOVE "S" TO WS-SECTION-CODE
           PERFORM Print-Standing-List
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE STUDENT-MASTER-FILE
           DISPLAY "Acad-Standing: " WS-STU-COUNT " assessed - "
               WS-DEANS-COUNT " dean's list, " WS-GOOD-COUNT
               " good, " WS-PROBATION-COUNT " probation, "
               WS-SUSPEND-COUNT " suspension; " WS-STATUS-MOVED
               " moved to suspended"
           GOBACK.

      *> The dean's cutoff must sit above probation and suspension
      *> below it; a card that says otherwise is a keying error.
      *> A ZERO suspend cutoff means only a second probation
      *> suspends.
       Get-Standing-Control.
           OPEN INPUT STANDING-CONTROL-FILE
           IF STANDING-CONTROL-STATUS = "00"
               READ STANDING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-TERM-CODE NOT = SPACES
                       AND SC-DEANS-GPA NUMERIC
                       AND SC-DEANS-CREDITS NUMERIC
                       AND SC-PROBATION-GPA NUMERIC
                       AND SC-SUSPEND-GPA NUMERIC
                       AND SC-PROBATION-GPA > ZERO
                       AND SC-DEANS-GPA > SC-PROBATION-GPA
                       AND SC-SUSPEND-GPA < SC-PROBATION-GPA
                           MOVE SC-TERM-CODE TO WS-TERM-CODE
                           MOVE SC-DEANS-GPA TO WS-DEANS-GPA
                           MOVE SC-DEANS-CREDITS TO WS-DEANS-CREDITS
                           MOVE SC-PROBATION-GPA TO WS-PROBATION-GPA
                           MOVE SC-SUSPEND-GPA TO WS-SUSPEND-GPA
                           MOVE "Y" TO WS-CARD-GOOD
                       END-IF
               END-READ
               CLOSE STANDING-CONTROL-FILE
           END-IF.

      *> First pass: who sat anything in the term, completed,
      *> incomplete or withdrawn.
       Collect-Term-Students.
           MOVE ZERO TO WS-STU-COUNT
           OPEN INPUT COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HIST-EOF
               PERFORM Read-History-Row
               PERFORM UNTIL END-OF-HISTORY
                   IF CHS-STUDENT-ID NUMERIC
                   AND CHS-TERM-CODE = WS-TERM-CODE
                       MOVE CHS-STUDENT-ID TO WS-FIND-ID
                       PERFORM Find-Student-Slot
                       IF WS-FOUND-SUB = ZERO
                           PERFORM Insert-Student-Slot
                       END-IF
                   END-IF
                   PERFORM Read-History-Row
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           ELSE
               DISPLAY "COURSHIS.DAT: status " COURSE-HISTORY-STATUS
                   " - no course history"
           END-IF.

       Read-History-Row.
           READ COURSE-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

      *> Halving search of the id-ordered table: WS-FOUND-SUB
      *> comes back with the student's slot, or ZERO with WS-LOW
      *> on the slot the id would be inserted at.
       Find-Student-Slot.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-LOW
           MOVE WS-STU-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND-SUB > ZERO
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-SU-ID (WS-MID) = WS-FIND-ID
                       MOVE WS-MID TO WS-FOUND-SUB
                   WHEN WS-SU-ID (WS-MID) < WS-FIND-ID
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       IF WS-MID = 1
                           MOVE ZERO TO WS-HIGH
                       ELSE
                           COMPUTE WS-HIGH = WS-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

       Insert-Student-Slot.
           IF WS-STU-COUNT < WS-STU-LIMIT
               MOVE WS-LOW TO WS-INSERT-SUB
               PERFORM VARYING WS-STU-SUB FROM WS-STU-COUNT BY -1
                   UNTIL WS-STU-SUB < WS-INSERT-SUB
                   MOVE WS-STU-ENTRY (WS-STU-SUB)
                       TO WS-STU-ENTRY (WS-STU-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-STU-COUNT
               MOVE WS-FIND-ID TO WS-SU-ID (WS-INSERT-SUB)
               MOVE ZERO TO WS-SU-TERM-POINTS (WS-INSERT-SUB)
               MOVE ZERO TO WS-SU-TERM-CREDITS (WS-INSERT-SUB)
               MOVE ZERO TO WS-SU-CUM-POINTS (WS-INSERT-SUB)
               MOVE ZERO TO WS-SU-CUM-CREDITS (WS-INSERT-SUB)
               MOVE ZERO TO WS-SU-TERM-GPA (WS-INSERT-SUB)
               MOVE ZERO TO WS-SU-CUM-GPA (WS-INSERT-SUB)
               MOVE SPACE TO WS-SU-PRIOR (WS-INSERT-SUB)
               MOVE SPACE TO WS-SU-STANDING (WS-INSERT-SUB)
               MOVE SPACES TO WS-SU-NOTE (WS-INSERT-SUB)
           ELSE
               ADD 1 TO WS-STU-OVERFLOW
           END-IF.

      *> Second pass: every completed row of a tracked student
      *> weighs into the cumulative figures, and the term's into
      *> the term figures too. Credits come off the row, else the
      *> catalog, else the standard three hours, as on the
      *> transcript.
       Accumulate-Grade-Points.
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HIST-EOF
               PERFORM Read-History-Row
               PERFORM UNTIL END-OF-HISTORY
                   IF CHS-STUDENT-ID NUMERIC
                   AND CHS-IS-COMPLETED
                       MOVE CHS-STUDENT-ID TO WS-FIND-ID
                       PERFORM Find-Student-Slot
                       IF WS-FOUND-SUB > ZERO
                           PERFORM Weigh-History-Row
                       END-IF
                   END-IF
                   PERFORM Read-History-Row
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           END-IF
           IF COURSE-MASTER-STATUS = "00"
               CLOSE COURSE-MASTER-FILE
           END-IF.

       Weigh-History-Row.
           PERFORM Find-Row-Credits
           PERFORM Compute-Grade-Points
           COMPUTE WS-SU-CUM-POINTS (WS-FOUND-SUB) =
               WS-SU-CUM-POINTS (WS-FOUND-SUB)
               + WS-GRADE-POINTS * WS-ROW-CREDITS
           ADD WS-ROW-CREDITS TO WS-SU-CUM-CREDITS (WS-FOUND-SUB)
           IF CHS-TERM-CODE = WS-TERM-CODE
               COMPUTE WS-SU-TERM-POINTS (WS-FOUND-SUB) =
                   WS-SU-TERM-POINTS (WS-FOUND-SUB)
                   + WS-GRADE-POINTS * WS-ROW-CREDITS
               ADD WS-ROW-CREDITS TO
                   WS-SU-TERM-CREDITS (WS-FOUND-SUB)
           END-IF.

       Find-Row-Credits.
           IF CHS-CREDIT-HOURS NUMERIC
               MOVE CHS-CREDIT-HOURS TO WS-ROW-CREDITS
           ELSE
               MOVE 3.0 TO WS-ROW-CREDITS
               IF COURSE-MASTER-STATUS = "00"
                   MOVE CHS-COURSE-CODE TO CRS-COURSE-CODE
                   READ COURSE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CRS-CREDIT-HOURS NUMERIC
                               MOVE CRS-CREDIT-HOURS
                                   TO WS-ROW-CREDITS
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *> Grade points: the letter sets the base, a plus is worth
      *> three tenths up and a minus three tenths down, capped at
      *> the 4.00 ceiling.
       Compute-Grade-Points.
           MOVE ZERO TO WS-GRADE-POINTS
           EVALUATE CHS-GRADE (1:1)
               WHEN "A" MOVE 4.00 TO WS-GRADE-POINTS
               WHEN "B" MOVE 3.00 TO WS-GRADE-POINTS
               WHEN "C" MOVE 2.00 TO WS-GRADE-POINTS
               WHEN "D" MOVE 1.00 TO WS-GRADE-POINTS
               WHEN "F" MOVE 0.00 TO WS-GRADE-POINTS
           END-EVALUATE
           IF CHS-GRADE (2:1) = "+"
               ADD 0.30 TO WS-GRADE-POINTS
           END-IF
           IF CHS-GRADE (2:1) = "-"
               SUBTRACT 0.30 FROM WS-GRADE-POINTS
           END-IF
           IF WS-GRADE-POINTS > 4.00
               MOVE 4.00 TO WS-GRADE-POINTS
           END-IF
           IF WS-GRADE-POINTS < ZERO
               MOVE ZERO TO WS-GRADE-POINTS
           END-IF.

      *> The standing history as it stands is copied aside to
      *> STNDPREV.DAT; each student's latest standing for any
      *> other term is their prior one. Rows already filed for
      *> this term mean a rerun - they are replaced, not read.
       Load-Prior-Standings.
           OPEN OUTPUT STANDING-PREV-FILE
           OPEN INPUT STANDING-HIST-FILE
           IF STANDING-HIST-STATUS = "00"
               MOVE "N" TO WS-STND-EOF
               PERFORM Read-Standing-Row
               PERFORM UNTIL END-OF-STANDINGS
                   WRITE STANDING-PREV-RECORD
                       FROM STANDING-HIST-RECORD
                   IF SH-TERM-CODE = WS-TERM-CODE
                       SET TERM-ALREADY-FILED TO TRUE
                   ELSE
                       IF SH-STUDENT-ID NUMERIC
                           MOVE SH-STUDENT-ID TO WS-FIND-ID
                           PERFORM Find-Student-Slot
                           IF WS-FOUND-SUB > ZERO
                               MOVE SH-STANDING
                                   TO WS-SU-PRIOR (WS-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM Read-Standing-Row
               END-PERFORM
               CLOSE STANDING-HIST-FILE
           ELSE
               DISPLAY "STNDHIST.DAT: status " STANDING-HIST-STATUS
                   ", starting the standing history"
           END-IF
           CLOSE STANDING-PREV-FILE
           IF TERM-ALREADY-FILED
               DISPLAY "Acad-Standing: term " WS-TERM-CODE
                   " already assessed - its standings are replaced"
           END-IF.

       Read-Standing-Row.
           READ STANDING-HIST-FILE
               AT END
                   SET END-OF-STANDINGS TO TRUE
           END-READ.

      *> Suspension first, then probation, then the dean's list;
      *> a student with nothing graded yet has no GPA to judge and
      *> stays in good standing.
       Assign-One-Standing.
           IF WS-SU-TERM-CREDITS (WS-STU-SUB) > ZERO
               COMPUTE WS-SU-TERM-GPA (WS-STU-SUB) ROUNDED =
                   WS-SU-TERM-POINTS (WS-STU-SUB)
                   / WS-SU-TERM-CREDITS (WS-STU-SUB)
           END-IF
           IF WS-SU-CUM-CREDITS (WS-STU-SUB) > ZERO
               COMPUTE WS-SU-CUM-GPA (WS-STU-SUB) ROUNDED =
                   WS-SU-CUM-POINTS (WS-STU-SUB)
                   / WS-SU-CUM-CREDITS (WS-STU-SUB)
           END-IF
           EVALUATE TRUE
               WHEN WS-SU-CUM-CREDITS (WS-STU-SUB) = ZERO
                   MOVE "G" TO WS-SU-STANDING (WS-STU-SUB)
                   MOVE "NOTHING GRADED" TO WS-SU-NOTE (WS-STU-SUB)
               WHEN WS-SU-CUM-GPA (WS-STU-SUB) < WS-SUSPEND-GPA
                   MOVE "S" TO WS-SU-STANDING (WS-STU-SUB)
               WHEN WS-SU-CUM-GPA (WS-STU-SUB) < WS-PROBATION-GPA
               AND WS-SU-PRIOR (WS-STU-SUB) = "P"
                   MOVE "S" TO WS-SU-STANDING (WS-STU-SUB)
                   MOVE "2ND PROBATION" TO WS-SU-NOTE (WS-STU-SUB)
               WHEN WS-SU-CUM-GPA (WS-STU-SUB) < WS-PROBATION-GPA
                   MOVE "P" TO WS-SU-STANDING (WS-STU-SUB)
               WHEN WS-SU-TERM-GPA (WS-STU-SUB) NOT < WS-DEANS-GPA
               AND WS-SU-TERM-CREDITS (WS-STU-SUB)
                   NOT < WS-DEANS-CREDITS
                   MOVE "D" TO WS-SU-STANDING (WS-STU-SUB)
               WHEN OTHER
                   MOVE "G" TO WS-SU-STANDING (WS-STU-SUB)
           END-EVALUATE
           EVALUATE WS-SU-STANDING (WS-STU-SUB)
               WHEN "D" ADD 1 TO WS-DEANS-COUNT
               WHEN "G" ADD 1 TO WS-GOOD-COUNT
               WHEN "P" ADD 1 TO WS-PROBATION-COUNT
               WHEN "S" ADD 1 TO WS-SUSPEND-COUNT
           END-EVALUATE.

      *> The history is rebuilt from the copy taken above, less
      *> any earlier rows for this term, with this run's rows
      *> after them.
       File-Standing-History.
           OPEN OUTPUT STANDING-HIST-FILE
           OPEN INPUT STANDING-PREV-FILE
           IF STANDING-PREV-STATUS = "00"
               MOVE "N" TO WS-STND-EOF
               PERFORM Read-Standing-Prev
               PERFORM UNTIL END-OF-STANDINGS
                   MOVE STANDING-PREV-RECORD TO STANDING-HIST-RECORD
                   IF SH-TERM-CODE NOT = WS-TERM-CODE
                       WRITE STANDING-HIST-RECORD
                   END-IF
                   PERFORM Read-Standing-Prev
               END-PERFORM
               CLOSE STANDING-PREV-FILE
           END-IF
           PERFORM Write-Standing-Row
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
           CLOSE STANDING-HIST-FILE.

       Read-Standing-Prev.
           READ STANDING-PREV-FILE
               AT END
                   SET END-OF-STANDINGS TO TRUE
           END-READ.

       Write-Standing-Row.
           MOVE SPACES TO STANDING-HIST-RECORD
           MOVE WS-TERM-CODE TO SH-TERM-CODE
           MOVE WS-SU-ID (WS-STU-SUB) TO SH-STUDENT-ID
           MOVE WS-SU-STANDING (WS-STU-SUB) TO SH-STANDING
           MOVE WS-SU-TERM-GPA (WS-STU-SUB) TO SH-TERM-GPA
           MOVE WS-SU-CUM-GPA (WS-STU-SUB) TO SH-CUM-GPA
           MOVE WS-SU-TERM-CREDITS (WS-STU-SUB) TO SH-TERM-CREDITS
           MOVE Y2KDate TO SH-RUN-DATE
           WRITE STANDING-HIST-RECORD.

       Try-Open-Student-Master.
           OPEN I-O STUDENT-MASTER-FILE
           MOVE STUDENT-MASTER-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

      *> One page per standing. A suspended student still on the
      *> active roll is moved to status S here, as the line
      *> prints; anyone already off it (withdrawn, on leave,
      *> graduated, suspended by an earlier run) is only noted.
       Print-Standing-List.
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-SECTION-CODE
               WHEN "D"
                   STRING "  DEAN'S LIST - TERM " WS-TERM-CODE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "G"
                   STRING "  GOOD STANDING - TERM " WS-TERM-CODE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "P"
                   STRING "  ACADEMIC PROBATION - TERM " WS-TERM-CODE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "  ACADEMIC SUSPENSION - TERM " WS-TERM-CODE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Standing-Line
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (none)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
           STRING "  STUDENTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Standing-Line.
           IF WS-SU-STANDING (WS-STU-SUB) = WS-SECTION-CODE
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO STANDING-DETAIL-LINE
               MOVE WS-SU-ID (WS-STU-SUB) TO SD-STUDENT-ID
               MOVE WS-SU-ID (WS-STU-SUB) TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on master)" TO SD-STUDENT-NAME
                       IF WS-SU-NOTE (WS-STU-SUB) = SPACES
                           MOVE "NOT ON MASTER"
                               TO WS-SU-NOTE (WS-STU-SUB)
                       END-IF
                   NOT INVALID KEY
                       MOVE STM-STUDENT-NAME TO SD-STUDENT-NAME
                       IF WS-SECTION-CODE = "S"
                           PERFORM Suspend-Student
                       END-IF
               END-READ
               MOVE WS-SU-TERM-CREDITS (WS-STU-SUB)
                   TO SD-TERM-CREDITS
               MOVE WS-SU-TERM-GPA (WS-STU-SUB) TO SD-TERM-GPA
               MOVE WS-SU-CUM-GPA (WS-STU-SUB) TO SD-CUM-GPA
               MOVE WS-SU-PRIOR (WS-STU-SUB) TO SD-PRIOR
               MOVE WS-SU-NOTE (WS-STU-SUB) TO SD-NOTE
               MOVE STANDING-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Suspend-Student.
           IF STM-IS-ACTIVE
               MOVE STUDENT-MASTER-RECORD TO WS-HIST-BEFORE
               MOVE "S" TO STM-STATUS-CODE
               MOVE Y2KDate TO STM-STATUS-DATE
               MOVE STUDENT-MASTER-RECORD TO WS-HIST-AFTER
               REWRITE STUDENT-MASTER-RECORD
               MOVE SPACES TO STUDENT-HISTORY-RECORD
               MOVE Y2KDate        TO STH-RUN-DATE
               MOVE "STANDING"     TO STH-PROGRAM-ID
               MOVE "S"            TO STH-TXN-CODE
               MOVE STM-STUDENT-ID TO STH-STUDENT-ID
               MOVE WS-HIST-BEFORE TO STH-BEFORE-IMAGE
               MOVE WS-HIST-AFTER  TO STH-AFTER-IMAGE
               PERFORM Write-Student-History
               ADD 1 TO WS-STATUS-MOVED
               IF WS-SU-NOTE (WS-STU-SUB) = SPACES
                   MOVE "NOW SUSPENDED" TO WS-SU-NOTE (WS-STU-SUB)
               END-IF
           ELSE
               IF WS-SU-NOTE (WS-STU-SUB) = SPACES
                   MOVE "NOT ACTIVE" TO WS-SU-NOTE (WS-STU-SUB)
               END-IF
           END-IF.

           COPY ERRLOGWR.
           COPY STUHISWR.
           COPY FILERTRY.
           COPY PRTWR.
       END PROGRAM Acad-Standing.
