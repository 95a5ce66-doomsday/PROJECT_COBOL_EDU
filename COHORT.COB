       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cohort-Rpt.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Cohort retention and persistence. Intake-Rpt counts how
      *> many students came in each month; the board's question is
      *> how many of them are still here a term, a year, two years
      *> on. Every student on STUDENTM.DAT (less ids Stu-Merge
      *> retired) joins the cohort of their intake term - the
      *> first term on TERMM.DAT that had not yet ended on their
      *> STM-ENROLL-DATE - and is followed through each later term
      *> that has started by the run date, up to twelve:
      *>   ENROLLED     a seat in the term on CLASSENR.DAT or a row
      *>                for it on COURSHIS.DAT (transfer credit
      *>                rows excepted - they were earned elsewhere);
      *>   otherwise the student's status at the end of the term
      *>   (the run date, for a term still running), replayed from
      *>   the status moves on STUHIST.DAT and the master's own
      *>   status date:
      *>   GRADUATED, WITHDRAWN, ON LEAVE, or
      *>   NOT ENROLLED for a student who is active or suspended
      *>                but sat out the term.
      *> COHORT.RPT prints each cohort with the count and percent
      *> of the cohort in each state per later term, for the whole
      *> school and then branch by branch. Students with no enroll
      *> date, or one past the last term on the calendar, are
      *> counted at the foot but belong to no cohort. Run on
      *> demand, like Intake-Rpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS TERM-MASTER-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT COURSE-HISTORY-FILE ASSIGN TO "COURSHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-HISTORY-STATUS.

           COPY STUHISSL.

           SELECT PRINT-REPORT-FILE ASSIGN TO "COHORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-HISTORY-FILE.
           COPY COURSHIS.

           COPY STUHIST.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 TERM-MASTER-STATUS    PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-HISTORY-STATUS PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-TERM-EOF          PIC X VALUE "N".
           88 END-OF-TERM-SCAN VALUE "Y" FALSE "N".
       01 WS-MASTER-EOF        PIC X VALUE "N".
           88 END-OF-MASTER    VALUE "Y" FALSE "N".
       01 WS-ENROLL-EOF        PIC X VALUE "N".
           88 END-OF-ENROLLMENTS VALUE "Y" FALSE "N".
       01 WS-COURSE-HIST-EOF   PIC X VALUE "N".
           88 END-OF-COURSE-HIST VALUE "Y" FALSE "N".
       01 WS-STU-HIST-EOF      PIC X VALUE "N".
           88 END-OF-STU-HIST  VALUE "Y" FALSE "N".

      *> The calendar in start-date order; a term's place in this
      *> table is how many terms after intake it falls.
       01 WS-TRM-COUNT         PIC 99 VALUE ZERO.
       01 WS-TRM-SUB           PIC 99 VALUE ZERO.
       01 WS-TRM-AT            PIC 99 VALUE ZERO.
       01 WS-TRM-FOUND-SUB     PIC 99 VALUE ZERO.
       01 WS-TRM-LAST          PIC 99 VALUE ZERO.
       01 WS-TRM-OVERFLOW      PIC 9(3) VALUE ZERO.
       01 WS-TR-CODE-WANTED    PIC X(6) VALUE SPACES.
       01 WS-TRM-TABLE-AREA.
           02 WS-TRM-ENTRY OCCURS 40 TIMES.
               03 WS-TR-CODE       PIC X(6).
               03 WS-TR-START      PIC 9(8).
               03 WS-TR-END        PIC 9(8).

      *> Every student in id order (the master reads that way), a
      *> seen-in-term flag per calendar slot, and the status moves
      *> that decide where a student who sat a term out stood. The
      *> last eight moves are kept; older ones drop off the front.
       01 WS-STU-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-STU-SUB           PIC 9(4) VALUE ZERO.
       01 WS-STU-LIMIT         PIC 9(4) VALUE 4000.
       01 WS-STU-OVERFLOW      PIC 9(5) VALUE ZERO.
       01 WS-STU-TABLE-AREA.
           02 WS-STU-ENTRY OCCURS 4000 TIMES.
               03 WS-SU-ID           PIC 9(7).
               03 WS-SU-BRANCH       PIC X(3).
               03 WS-SU-COHORT       PIC 99.
               03 WS-SU-STATUS       PIC X.
               03 WS-SU-STATUS-DATE  PIC 9(8).
               03 WS-SU-LAST-STATUS  PIC X.
               03 WS-SU-SEEN OCCURS 40 TIMES PIC X.
               03 WS-SU-MOVE-COUNT   PIC 9.
               03 WS-SU-MOVE OCCURS 8 TIMES.
                   04 WS-SU-MOVE-DATE   PIC 9(8).
                   04 WS-SU-MOVE-STATUS PIC X.
       01 WS-MOVE-SUB          PIC 9 VALUE ZERO.
       01 WS-LOW               PIC 9(4) VALUE ZERO.
       01 WS-HIGH              PIC 9(4) VALUE ZERO.
       01 WS-MID               PIC 9(4) VALUE ZERO.
       01 WS-FIND-ID           PIC 9(7) VALUE ZERO.
       01 WS-FOUND-SUB         PIC 9(4) VALUE ZERO.

      *> A status move, off a history image or the master.
       01 WS-NEW-STATUS        PIC X VALUE SPACE.

      *> Branches in code order; a branch past the twenty tracked
      *> counts in the whole-school blocks only.
       01 WS-BR-COUNT          PIC 99 VALUE ZERO.
       01 WS-BR-SUB            PIC 99 VALUE ZERO.
       01 WS-BR-AT             PIC 99 VALUE ZERO.
       01 WS-BR-FOUND          PIC X VALUE "N".
           88 BRANCH-FOUND     VALUE "Y" FALSE "N".
       01 WS-BR-TABLE-AREA.
           02 WS-BR-CODE OCCURS 20 TIMES PIC X(3).

      *> One cohort's tallies: slot 1 the whole school, slot 2 on
      *> the branches in WS-BR-TABLE-AREA order; per later term
      *> the five states ENROLLED, GRADUATED, WITHDRAWN, ON LEAVE
      *> and NOT ENROLLED.
       01 WS-SLOT              PIC 99 VALUE ZERO.
       01 WS-LATER             PIC 99 VALUE ZERO.
       01 WS-LATER-LIMIT       PIC 99 VALUE 12.
       01 WS-LATER-HIGH        PIC 99 VALUE ZERO.
       01 WS-STATE             PIC 9 VALUE ZERO.
       01 WS-FOLLOW-TERM       PIC 99 VALUE ZERO.
       01 WS-AS-OF-DATE        PIC 9(8) VALUE ZERO.
       01 WS-STATUS-AS-OF      PIC X VALUE SPACE.
       01 WS-BEST-DATE         PIC 9(8) VALUE ZERO.
       01 WS-COHORT-SUB        PIC 99 VALUE ZERO.
       01 WS-TALLY-AREA.
           02 WS-TL-SLOT OCCURS 21 TIMES.
               03 WS-TL-SIZE         PIC 9(5).
               03 WS-TL-LATER OCCURS 12 TIMES.
                   04 WS-TL-STATE OCCURS 5 TIMES PIC 9(5).

       01 WS-COHORT-TOTAL      PIC 9(5) VALUE ZERO.
       01 WS-NO-DATE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PAST-CAL-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-MERGED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-COHORT-COUNT      PIC 99 VALUE ZERO.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-PCT               PIC 9(3)V9 VALUE ZERO.

       01 COHORT-HEAD-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(7)  VALUE "COHORT ".
           02 CHL-TERM-CODE    PIC X(6).
           02 FILLER           PIC X(10) VALUE "  STARTED ".
           02 CHL-START        PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CHL-BRANCH       PIC X(16).
           02 FILLER           PIC X(11) VALUE "  STUDENTS ".
           02 CHL-SIZE         PIC ZZZZ9.
           02 FILLER           PIC X(65) VALUE SPACES.

       01 COHORT-DETAIL-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CDL-TERM-CODE    PIC X(6).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 CDL-PLUS         PIC X(1).
           02 CDL-LATER        PIC Z9.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 CDL-STATE OCCURS 5 TIMES.
               03 CDL-COUNT    PIC ZZZZ9.
               03 FILLER       PIC X(1).
               03 CDL-PCT      PIC ZZ9.9.
               03 CDL-PCT-SIGN PIC X(1).
               03 FILLER       PIC X(3).
           02 FILLER           PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Load-Term-Calendar
           IF WS-TRM-COUNT = ZERO
               DISPLAY "TERMM.DAT: status " TERM-MASTER-STATUS
                   " - no terms on the calendar, no cohorts"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Students
           IF WS-STU-COUNT = ZERO
               DISPLAY "STUDENTM.DAT: status " STUDENT-MASTER-STATUS
                   " - no students, no cohorts"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Mark-Enrollment-Seats
           PERFORM Mark-Course-History
           PERFORM Replay-Status-Moves
           PERFORM Add-Master-Status

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "COHORT RETENTION BY INTAKE TERM" TO RH-TITLE
           MOVE "COHORT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE "  TERM    LATER ENROLLED       GRADUATED      WITHDRAW"
               & "N      ON LEAVE       NOT ENROLLED" TO RH-COLUMN-HEADS
           PERFORM Report-One-Cohort
               VARYING WS-COHORT-SUB FROM 1 BY 1
               UNTIL WS-COHORT-SUB > WS-TRM-LAST
           IF WS-COHORT-COUNT = ZERO
               MOVE "  (no student has an intake term yet)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Report-Foot
           CLOSE PRINT-REPORT-FILE
           DISPLAY "Cohort-Rpt: " WS-COHORT-COUNT " cohorts, "
               WS-COHORT-TOTAL " students followed, "
               WS-NO-DATE-COUNT " with no enroll date"
           STOP RUN.

      *> Terms come off the file in code order, which need not be
      *> calendar order, so each is slotted in by start date. The
      *> last term reported on is the last one started by today.
       Load-Term-Calendar.
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
                           PERFORM Slot-Term
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF
           MOVE ZERO TO WS-TRM-LAST
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT
               IF WS-TR-START (WS-TRM-SUB) <= Y2KDate
                   MOVE WS-TRM-SUB TO WS-TRM-LAST
               END-IF
           END-PERFORM.

       Slot-Term.
           IF WS-TRM-COUNT >= 40
               ADD 1 TO WS-TRM-OVERFLOW
           ELSE
               MOVE ZERO TO WS-TRM-AT
               PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
                   UNTIL WS-TRM-SUB > WS-TRM-COUNT
                      OR WS-TRM-AT > ZERO
                   IF WS-TR-START (WS-TRM-SUB) > TM-START-DATE
                       MOVE WS-TRM-SUB TO WS-TRM-AT
                   END-IF
               END-PERFORM
               IF WS-TRM-AT = ZERO
                   COMPUTE WS-TRM-AT = WS-TRM-COUNT + 1
               END-IF
               PERFORM VARYING WS-TRM-SUB FROM WS-TRM-COUNT BY -1
                   UNTIL WS-TRM-SUB < WS-TRM-AT
                   MOVE WS-TRM-ENTRY (WS-TRM-SUB)
                       TO WS-TRM-ENTRY (WS-TRM-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-TRM-COUNT
               MOVE TM-TERM-CODE  TO WS-TR-CODE (WS-TRM-AT)
               MOVE TM-START-DATE TO WS-TR-START (WS-TRM-AT)
               MOVE TM-END-DATE   TO WS-TR-END (WS-TRM-AT)
           END-IF.

       Find-Term-By-Code.
           MOVE ZERO TO WS-TRM-FOUND-SUB
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT
                  OR WS-TRM-FOUND-SUB > ZERO
               IF WS-TR-CODE (WS-TRM-SUB) = WS-TR-CODE-WANTED
                   MOVE WS-TRM-SUB TO WS-TRM-FOUND-SUB
               END-IF
           END-PERFORM.

       Load-Students.
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               SET END-OF-MASTER TO FALSE
               PERFORM Read-Student-Master
               PERFORM UNTIL END-OF-MASTER
                   IF STM-IS-MERGED
                       ADD 1 TO WS-MERGED-COUNT
                   ELSE
                       PERFORM Add-Student
                   END-IF
                   PERFORM Read-Student-Master
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       Read-Student-Master.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.

       Add-Student.
           IF WS-STU-COUNT >= WS-STU-LIMIT
               ADD 1 TO WS-STU-OVERFLOW
           ELSE
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-SUB
               INITIALIZE WS-STU-ENTRY (WS-STU-SUB)
               MOVE STM-STUDENT-ID  TO WS-SU-ID (WS-STU-SUB)
               MOVE STM-BRANCH-CODE TO WS-SU-BRANCH (WS-STU-SUB)
               MOVE STM-STATUS-CODE TO WS-NEW-STATUS
               PERFORM Normalize-Status
               MOVE WS-NEW-STATUS   TO WS-SU-STATUS (WS-STU-SUB)
               IF STM-STATUS-DATE NUMERIC
                   MOVE STM-STATUS-DATE
                       TO WS-SU-STATUS-DATE (WS-STU-SUB)
               END-IF
               MOVE "A" TO WS-SU-LAST-STATUS (WS-STU-SUB)
               PERFORM Set-Not-Seen
                   VARYING WS-TRM-SUB FROM 1 BY 1
                   UNTIL WS-TRM-SUB > 40
               PERFORM Find-Intake-Term
               PERFORM Slot-Branch
           END-IF.

       Set-Not-Seen.
           MOVE "N" TO WS-SU-SEEN (WS-STU-SUB, WS-TRM-SUB).

      *> The intake term is the first one still running - or not
      *> yet begun - on the enroll date: a student who registers
      *> in August belongs to the fall term.
       Find-Intake-Term.
           MOVE ZERO TO WS-SU-COHORT (WS-STU-SUB)
           IF STM-ENROLL-DATE NOT NUMERIC OR STM-ENROLL-DATE = ZERO
               ADD 1 TO WS-NO-DATE-COUNT
           ELSE
               PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
                   UNTIL WS-TRM-SUB > WS-TRM-COUNT
                      OR WS-SU-COHORT (WS-STU-SUB) > ZERO
                   IF WS-TR-END (WS-TRM-SUB) >= STM-ENROLL-DATE
                       MOVE WS-TRM-SUB TO WS-SU-COHORT (WS-STU-SUB)
                   END-IF
               END-PERFORM
               IF WS-SU-COHORT (WS-STU-SUB) = ZERO
                   ADD 1 TO WS-PAST-CAL-COUNT
               END-IF
           END-IF.

       Slot-Branch.
           SET BRANCH-FOUND TO FALSE
           MOVE ZERO TO WS-BR-AT
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
                  OR BRANCH-FOUND OR WS-BR-AT > ZERO
               IF WS-BR-CODE (WS-BR-SUB) = STM-BRANCH-CODE
                   SET BRANCH-FOUND TO TRUE
               ELSE
                   IF WS-BR-CODE (WS-BR-SUB) > STM-BRANCH-CODE
                       MOVE WS-BR-SUB TO WS-BR-AT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT BRANCH-FOUND AND WS-BR-COUNT < 20
               IF WS-BR-AT = ZERO
                   COMPUTE WS-BR-AT = WS-BR-COUNT + 1
               END-IF
               PERFORM VARYING WS-BR-SUB FROM WS-BR-COUNT BY -1
                   UNTIL WS-BR-SUB < WS-BR-AT
                   MOVE WS-BR-CODE (WS-BR-SUB)
                       TO WS-BR-CODE (WS-BR-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-BR-COUNT
               MOVE STM-BRANCH-CODE TO WS-BR-CODE (WS-BR-AT)
           END-IF.

      *> Status SPACE on a record filed before the field existed
      *> reads as active, as everywhere else.
       Normalize-Status.
           IF WS-NEW-STATUS = SPACE
               MOVE "A" TO WS-NEW-STATUS
           END-IF.

      *> Halving search of the id-ordered table: WS-FOUND-SUB
      *> comes back with the student's slot, or ZERO.
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

       Mark-Enrollment-Seats.
           OPEN INPUT CLASS-ENROLL-FILE
           IF CLASS-ENROLL-STATUS = "00"
               SET END-OF-ENROLLMENTS TO FALSE
               PERFORM UNTIL END-OF-ENROLLMENTS
                   READ CLASS-ENROLL-FILE NEXT
                       AT END
                           SET END-OF-ENROLLMENTS TO TRUE
                       NOT AT END
                           MOVE CE-STUDENT-ID TO WS-FIND-ID
                           MOVE CE-TERM-CODE TO WS-TR-CODE-WANTED
                           PERFORM Mark-Seen
                   END-READ
               END-PERFORM
               CLOSE CLASS-ENROLL-FILE
           ELSE
               DISPLAY "CLASSENR.DAT: status " CLASS-ENROLL-STATUS
                   " - current seats not counted"
           END-IF.

       Mark-Course-History.
           OPEN INPUT COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS = "00"
               SET END-OF-COURSE-HIST TO FALSE
               PERFORM UNTIL END-OF-COURSE-HIST
                   READ COURSE-HISTORY-FILE
                       AT END
                           SET END-OF-COURSE-HIST TO TRUE
                       NOT AT END
                           IF NOT CHS-IS-TRANSFER
                           AND CHS-STUDENT-ID NUMERIC
                               MOVE CHS-STUDENT-ID TO WS-FIND-ID
                               MOVE CHS-TERM-CODE
                                   TO WS-TR-CODE-WANTED
                               PERFORM Mark-Seen
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           ELSE
               DISPLAY "COURSHIS.DAT: status " COURSE-HISTORY-STATUS
                   " - past terms not counted"
           END-IF.

       Mark-Seen.
           PERFORM Find-Student-Slot
           IF WS-FOUND-SUB > ZERO
               PERFORM Find-Term-By-Code
               IF WS-TRM-FOUND-SUB > ZERO
                   MOVE "Y" TO
                       WS-SU-SEEN (WS-FOUND-SUB, WS-TRM-FOUND-SUB)
               END-IF
           END-IF.

      *> STUHIST.DAT is appended in run order, so reading it front
      *> to back replays each student's moves in sequence. Only a
      *> change of status is a move - a name correction carries
      *> the same status in both images. The status sits at byte
      *> 37 of an image, where STUDENTM.CPY puts STM-STATUS-CODE
      *> after the id, name and birth date.
       Replay-Status-Moves.
           OPEN INPUT STUDENT-HISTORY-FILE
           IF STUDENT-HISTORY-STATUS = "00"
               SET END-OF-STU-HIST TO FALSE
               PERFORM UNTIL END-OF-STU-HIST
                   READ STUDENT-HISTORY-FILE
                       AT END
                           SET END-OF-STU-HIST TO TRUE
                       NOT AT END
                           IF STH-STUDENT-ID NUMERIC
                           AND STH-RUN-DATE NUMERIC
                           AND STH-AFTER-IMAGE NOT = SPACES
                               MOVE STH-STUDENT-ID TO WS-FIND-ID
                               PERFORM Find-Student-Slot
                               IF WS-FOUND-SUB > ZERO
                                   MOVE STH-AFTER-IMAGE (37:1)
                                       TO WS-NEW-STATUS
                                   PERFORM Normalize-Status
                                   MOVE STH-RUN-DATE TO WS-BEST-DATE
                                   PERFORM Record-Status-Move
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-HISTORY-FILE
           END-IF.

      *> The master's own status and date close the replay, for a
      *> move made before the history file kept them.
       Add-Master-Status.
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
               UNTIL WS-FOUND-SUB > WS-STU-COUNT
               IF WS-SU-STATUS-DATE (WS-FOUND-SUB) > ZERO
                   MOVE WS-SU-STATUS (WS-FOUND-SUB) TO WS-NEW-STATUS
                   MOVE WS-SU-STATUS-DATE (WS-FOUND-SUB)
                       TO WS-BEST-DATE
                   PERFORM Record-Status-Move
               END-IF
           END-PERFORM.

       Record-Status-Move.
           IF WS-NEW-STATUS NOT = WS-SU-LAST-STATUS (WS-FOUND-SUB)
               IF WS-SU-MOVE-COUNT (WS-FOUND-SUB) >= 8
                   PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                       UNTIL WS-MOVE-SUB > 7
                       MOVE WS-SU-MOVE (WS-FOUND-SUB, WS-MOVE-SUB + 1)
                           TO WS-SU-MOVE (WS-FOUND-SUB, WS-MOVE-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-SU-MOVE-COUNT (WS-FOUND-SUB)
               END-IF
               MOVE WS-SU-MOVE-COUNT (WS-FOUND-SUB) TO WS-MOVE-SUB
               MOVE WS-BEST-DATE TO
                   WS-SU-MOVE-DATE (WS-FOUND-SUB, WS-MOVE-SUB)
               MOVE WS-NEW-STATUS TO
                   WS-SU-MOVE-STATUS (WS-FOUND-SUB, WS-MOVE-SUB)
               MOVE WS-NEW-STATUS TO WS-SU-LAST-STATUS (WS-FOUND-SUB)
           END-IF.

      *> One cohort: tally its members, then print the whole-school
      *> block and one block per branch that has any of them.
       Report-One-Cohort.
           INITIALIZE WS-TALLY-AREA
           COMPUTE WS-LATER-HIGH = WS-TRM-LAST - WS-COHORT-SUB
           IF WS-LATER-HIGH > WS-LATER-LIMIT
               MOVE WS-LATER-LIMIT TO WS-LATER-HIGH
           END-IF
           PERFORM Tally-Cohort-Member
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
           IF WS-TL-SIZE (1) > ZERO
               ADD 1 TO WS-COHORT-COUNT
               ADD WS-TL-SIZE (1) TO WS-COHORT-TOTAL
               MOVE 1 TO WS-SLOT
               MOVE "ALL BRANCHES" TO CHL-BRANCH
               PERFORM Print-Cohort-Block
               PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
                   COMPUTE WS-SLOT = WS-BR-SUB + 1
                   IF WS-TL-SIZE (WS-SLOT) > ZERO
                       MOVE SPACES TO CHL-BRANCH
                       STRING "BRANCH " WS-BR-CODE (WS-BR-SUB)
                           DELIMITED BY SIZE INTO CHL-BRANCH
                       PERFORM Print-Cohort-Block
                   END-IF
               END-PERFORM
           END-IF.

       Tally-Cohort-Member.
           IF WS-SU-COHORT (WS-STU-SUB) = WS-COHORT-SUB
               MOVE 1 TO WS-SLOT
               PERFORM Tally-Member-In-Slot
               PERFORM Find-Member-Branch
               IF WS-BR-AT > ZERO
                   COMPUTE WS-SLOT = WS-BR-AT + 1
                   PERFORM Tally-Member-In-Slot
               END-IF
           END-IF.

       Find-Member-Branch.
           MOVE ZERO TO WS-BR-AT
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT OR WS-BR-AT > ZERO
               IF WS-BR-CODE (WS-BR-SUB) = WS-SU-BRANCH (WS-STU-SUB)
                   MOVE WS-BR-SUB TO WS-BR-AT
               END-IF
           END-PERFORM.

       Tally-Member-In-Slot.
           ADD 1 TO WS-TL-SIZE (WS-SLOT)
           PERFORM VARYING WS-LATER FROM 1 BY 1
               UNTIL WS-LATER > WS-LATER-HIGH
               COMPUTE WS-FOLLOW-TERM = WS-COHORT-SUB + WS-LATER
               PERFORM Classify-Member
               ADD 1 TO WS-TL-STATE (WS-SLOT, WS-LATER, WS-STATE)
           END-PERFORM.

      *> Sitting the term beats any status; a student who sat it
      *> out is placed by their status at the term's end.
       Classify-Member.
           IF WS-SU-SEEN (WS-STU-SUB, WS-FOLLOW-TERM) = "Y"
               MOVE 1 TO WS-STATE
           ELSE
               MOVE WS-TR-END (WS-FOLLOW-TERM) TO WS-AS-OF-DATE
               IF WS-AS-OF-DATE > Y2KDate
                   MOVE Y2KDate TO WS-AS-OF-DATE
               END-IF
               PERFORM Find-Status-As-Of
               EVALUATE WS-STATUS-AS-OF
                   WHEN "G"
                       MOVE 2 TO WS-STATE
                   WHEN "W"
                       MOVE 3 TO WS-STATE
                   WHEN "L"
                       MOVE 4 TO WS-STATE
                   WHEN OTHER
                       MOVE 5 TO WS-STATE
               END-EVALUATE
           END-IF.

       Find-Status-As-Of.
           MOVE "A" TO WS-STATUS-AS-OF
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-SU-MOVE-COUNT (WS-STU-SUB)
               IF WS-SU-MOVE-DATE (WS-STU-SUB, WS-MOVE-SUB)
                   <= WS-AS-OF-DATE
               AND WS-SU-MOVE-DATE (WS-STU-SUB, WS-MOVE-SUB)
                   >= WS-BEST-DATE
                   MOVE WS-SU-MOVE-DATE (WS-STU-SUB, WS-MOVE-SUB)
                       TO WS-BEST-DATE
                   MOVE WS-SU-MOVE-STATUS (WS-STU-SUB, WS-MOVE-SUB)
                       TO WS-STATUS-AS-OF
               END-IF
           END-PERFORM.

       Print-Cohort-Block.
           MOVE WS-TR-CODE (WS-COHORT-SUB)  TO CHL-TERM-CODE
           MOVE WS-TR-START (WS-COHORT-SUB) TO CHL-START
           MOVE WS-TL-SIZE (WS-SLOT)        TO CHL-SIZE
           MOVE COHORT-HEAD-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-LATER-HIGH = ZERO
               MOVE "      (no later term has started yet)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Cohort-Term
               VARYING WS-LATER FROM 1 BY 1
               UNTIL WS-LATER > WS-LATER-HIGH
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Cohort-Term.
           MOVE SPACES TO COHORT-DETAIL-LINE
           COMPUTE WS-FOLLOW-TERM = WS-COHORT-SUB + WS-LATER
           MOVE WS-TR-CODE (WS-FOLLOW-TERM) TO CDL-TERM-CODE
           MOVE "+" TO CDL-PLUS
           MOVE WS-LATER TO CDL-LATER
           PERFORM Edit-State-Column
               VARYING WS-STATE FROM 1 BY 1
               UNTIL WS-STATE > 5
           MOVE COHORT-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Edit-State-Column.
           MOVE WS-TL-STATE (WS-SLOT, WS-LATER, WS-STATE)
               TO CDL-COUNT (WS-STATE)
           COMPUTE WS-PCT ROUNDED =
               WS-TL-STATE (WS-SLOT, WS-LATER, WS-STATE) * 100
               / WS-TL-SIZE (WS-SLOT)
           MOVE WS-PCT TO CDL-PCT (WS-STATE)
           MOVE "%" TO CDL-PCT-SIGN (WS-STATE).

       Print-Report-Foot.
           MOVE WS-COHORT-TOTAL TO WS-COUNT-EDIT
           STRING "  STUDENTS IN A COHORT:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-NO-DATE-COUNT TO WS-COUNT-EDIT
           STRING "  NO ENROLL DATE ON THE MASTER:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-PAST-CAL-COUNT TO WS-COUNT-EDIT
           STRING "  ENROLLED PAST THE LAST TERM:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-MERGED-COUNT TO WS-COUNT-EDIT
           STRING "  MERGED-AWAY IDS LEFT OUT:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-STU-OVERFLOW > ZERO
               MOVE WS-STU-OVERFLOW TO WS-COUNT-EDIT
               STRING "  PAST THE 4000 TRACKED STUDENTS:  "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           IF WS-TRM-OVERFLOW > ZERO
               MOVE WS-TRM-OVERFLOW TO WS-COUNT-EDIT
               STRING "  PAST THE 40 TRACKED TERMS:       "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Cohort-Rpt.
