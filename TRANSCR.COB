      *> master at all) gets a page saying so, because a blank
      *> where a transcript should be is how registrars get
      *> burned. Run on demand, like Hist-Rpt.
      *>
      *> 15 Oct 2026 MK - GPA weighted by credit hours (the history
      *>                  row's own, else the catalog's, else the
      *>                  standard 3.0); course lines show credits
      *>                  and the GPA lines attempted and earned.
      *>                  Attempted is completed plus incomplete;
      *>                  earned is completed with other than an F.
      *> 15 Oct 2026 MK - A student with a hold in force on HOLDS.DAT
      *>                  gets a "HOLD - NOT RELEASED" page listing
      *>                  each hold, its office and placed date in
      *>                  place of the transcript.
      *> 15 Oct 2026 MK - Transfer credit (completion T, posted by
      *>                  Xfer-Post) prints in its own section after
      *>                  the GPA lines - sending school and course,
      *>                  grade and credits - and is left out of
      *>                  every GPA, attempted and earned figure.
      *> 15 Oct 2026 MK - A hold page forced by a HOLDS.DAT too large
      *>                  for the hold table says so, since no hold
      *>                  of the student's own is there to list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS COURSE-MASTER-STATUS.

           COPY STUHLDSL.

           SELECT PRINT-REPORT-FILE ASSIGN TO "TRNSCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.
       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

           COPY STUHOLD.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).


           COPY Y2KDATE.
           COPY PRTCTL.
           COPY STUHLDTB.

       01 WS-REQ-EOF           PIC X VALUE "N".
           88 END-OF-REQUESTS  VALUE "Y".

       01 WS-REQUEST-ID        PIC 9(7) VALUE ZERO.
       01 WS-TRANSCRIPT-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-WITHHELD-COUNT    PIC 9(5) VALUE ZERO.

      *> One student's history rows for the page being built.
       01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
               03 WS-RW-TERM       PIC X(6).
               03 WS-RW-GRADE      PIC X(2).
               03 WS-RW-COMPLETION PIC X.
               03 WS-RW-CREDITS    PIC 9(2)V9.

      *> The student's transfer-credit rows, printed apart from
      *> the coursework above and never in a GPA.
       01 WS-XFR-COUNT         PIC 99 VALUE ZERO.
       01 WS-XFR-SUB           PIC 99 VALUE ZERO.
       01 WS-XFR-CREDITS       PIC 9(4)V9 VALUE ZERO.
       01 WS-XFR-TABLE-AREA.
           02 WS-XFR-ENTRY OCCURS 30 TIMES.
               03 WS-XF-COURSE     PIC X(6).
               03 WS-XF-TERM       PIC X(6).
               03 WS-XF-GRADE      PIC X(2).
               03 WS-XF-CREDITS    PIC 9(2)V9.
               03 WS-XF-INST       PIC X(8).
               03 WS-XF-THEIR-COURSE PIC X(10).

      *> Distinct terms on the page, for the per-term GPA lines.
       01 WS-TERM-COUNT        PIC 99 VALUE ZERO.
       01 WS-CUM-POINT-SUM     PIC S9(5)V99 VALUE ZERO.
       01 WS-CUM-POINT-COUNT   PIC 9(3) VALUE ZERO.

      *> Credit weighting: the point sums above carry grade points
      *> times credits, divided by the credits that count for GPA.
       01 WS-GPA-CREDITS       PIC 9(4)V9 VALUE ZERO.
       01 WS-ATTEMPTED         PIC 9(4)V9 VALUE ZERO.
       01 WS-EARNED            PIC 9(4)V9 VALUE ZERO.
       01 WS-CUM-GPA-CREDITS   PIC 9(4)V9 VALUE ZERO.
       01 WS-CUM-ATTEMPTED     PIC 9(4)V9 VALUE ZERO.
       01 WS-CUM-EARNED        PIC 9(4)V9 VALUE ZERO.

       01 TRANS-COURSE-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 TC-TERM          PIC X(6).
           02 TC-GRADE         PIC X(2).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TC-COMPLETION    PIC X(10).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TC-CREDITS       PIC Z9.9.
           02 FILLER           PIC X(60) VALUE SPACES.

       01 TRANS-XFER-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 TX-TERM          PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TX-COURSE        PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TX-TITLE         PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TX-GRADE         PIC X(2).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TX-INST          PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 TX-THEIR-COURSE  PIC X(10).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TX-CREDITS       PIC Z9.9.
           02 FILLER           PIC X(51) VALUE SPACES.

       01 TRANS-GPA-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 TG-TERM          PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 TG-GPA           PIC 9.99.
           02 TG-ATTEMPTED-LABEL PIC X(13).
           02 TG-ATTEMPTED     PIC ZZZ9.9.
           02 TG-EARNED-LABEL  PIC X(10).
           02 TG-EARNED        PIC ZZZ9.9.
           02 FILLER           PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           MOVE Y2KDate TO WS-HLD-AS-OF-DATE
           PERFORM Load-Hold-Table
           OPEN INPUT TRANSCRIPT-REQ-FILE
           IF TRANSCRIPT-REQ-STATUS NOT = "00"
               DISPLAY "TRNSREQ.DAT: status " TRANSCRIPT-REQ-STATUS
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           DISPLAY "Transcript: " WS-TRANSCRIPT-COUNT
               " transcripts printed, " WS-WITHHELD-COUNT
               " withheld on a hold"
           STOP RUN.

       Read-Request.
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-REQUEST-ID TO WS-HLD-CHECK-ID
           PERFORM Check-Student-Holds
           IF STUDENT-IS-HELD
               PERFORM Print-Hold-Page
           ELSE
               PERFORM Print-Transcript-Body
           END-IF.

       Print-Transcript-Body.
           IF WS-ROW-COUNT = ZERO AND WS-XFR-COUNT = ZERO
               MOVE "    (no completed coursework on file)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           IF WS-ROW-COUNT > ZERO
               PERFORM Print-Course-Row
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               PERFORM Write-Print-Line
               PERFORM Print-Term-Gpas
               PERFORM Print-Cumulative-Gpa
           END-IF
           IF WS-XFR-COUNT > ZERO
               PERFORM Print-Transfer-Section
           END-IF.

      *> Transfer credit after our own coursework, under its own
      *> heading: the equivalent course here, the grade as the
      *> sending school gave it, and where it came from. It counts
      *> toward requirements, so the credits are totalled, but it
      *> carries no grade points here.
       Print-Transfer-Section.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "    TRANSFER CREDIT - NOT INCLUDED IN GPA"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-XFR-CREDITS
           PERFORM Print-Transfer-Row
               VARYING WS-XFR-SUB FROM 1 BY 1
               UNTIL WS-XFR-SUB > WS-XFR-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO TRANS-GPA-LINE
           MOVE "TRANSFER CREDITS    " TO TG-LABEL
           MOVE "   EARNED " TO TG-EARNED-LABEL
           MOVE WS-XFR-CREDITS TO TG-EARNED
           MOVE TRANS-GPA-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Transfer-Row.
           MOVE SPACES TO TRANS-XFER-LINE
           MOVE WS-XF-TERM (WS-XFR-SUB)   TO TX-TERM
           MOVE WS-XF-COURSE (WS-XFR-SUB) TO TX-COURSE
           MOVE WS-XF-COURSE (WS-XFR-SUB) TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(course retired)" TO TX-TITLE
               NOT INVALID KEY
                   MOVE CRS-TITLE TO TX-TITLE
           END-READ
           MOVE WS-XF-GRADE (WS-XFR-SUB)   TO TX-GRADE
           MOVE WS-XF-INST (WS-XFR-SUB)    TO TX-INST
           MOVE WS-XF-THEIR-COURSE (WS-XFR-SUB) TO TX-THEIR-COURSE
           MOVE WS-XF-CREDITS (WS-XFR-SUB) TO TX-CREDITS
           IF WS-XF-GRADE (WS-XFR-SUB) (1:1) NOT = "F"
               ADD WS-XF-CREDITS (WS-XFR-SUB) TO WS-XFR-CREDITS
           END-IF
           MOVE TRANS-XFER-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> A student with a hold in force gets the page, so the
      *> request is visibly answered, but no coursework on it -
      *> just each hold and the office that must release it.
       Print-Hold-Page.
           ADD 1 TO WS-WITHHELD-COUNT
           MOVE "    *** HOLD - NOT RELEASED ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Hold-Line
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT
           IF WS-HLD-HIT-OFFICE = "HOLDS.DAT"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    HOLDS.DAT CARRIES MORE HOLDS IN FORCE THAN "
                   "THE TABLE KEEPS - EVERY STUDENT IS HELD"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "    No transcript is released while a hold is in "
               & "force; refer the student to the office named."
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Hold-Line.
           IF WS-HLD-STUDENT (WS-HLD-SUB) = WS-REQUEST-ID
           AND WS-HLD-PLACED (WS-HLD-SUB) NOT > WS-HLD-AS-OF-DATE
               MOVE WS-HLD-TYPE (WS-HLD-SUB) TO WS-HLD-HIT-TYPE
               PERFORM Name-Hold-Type
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    " WS-HLD-TYPE-NAME " HOLD  OFFICE "
                   WS-HLD-OFFICE (WS-HLD-SUB) "  PLACED "
                   WS-HLD-PLACED (WS-HLD-SUB) "  "
                   WS-HLD-REASON (WS-HLD-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Collect-Student-History.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE ZERO TO WS-XFR-COUNT
           MOVE ZERO TO WS-TERM-COUNT
           OPEN INPUT COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS = "00"
               PERFORM UNTIL END-OF-HISTORY
                   IF CHS-STUDENT-ID NUMERIC
                   AND CHS-STUDENT-ID = WS-REQUEST-ID
                   AND CHS-IS-TRANSFER
                       PERFORM Collect-Transfer-Row
                   END-IF
                   IF CHS-STUDENT-ID NUMERIC
                   AND CHS-STUDENT-ID = WS-REQUEST-ID
                   AND NOT CHS-IS-TRANSFER
                   AND WS-ROW-COUNT < 60
                       ADD 1 TO WS-ROW-COUNT
                       MOVE CHS-COURSE-CODE TO
                       MOVE CHS-GRADE TO WS-RW-GRADE (WS-ROW-COUNT)
                       MOVE CHS-COMPLETION TO
                           WS-RW-COMPLETION (WS-ROW-COUNT)
                       PERFORM Find-Row-Credits
                       PERFORM Note-Term
                   END-IF
                   PERFORM Read-History-Row
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       Collect-Transfer-Row.
           IF WS-XFR-COUNT < 30
               ADD 1 TO WS-XFR-COUNT
               MOVE CHS-COURSE-CODE TO WS-XF-COURSE (WS-XFR-COUNT)
               MOVE CHS-TERM-CODE   TO WS-XF-TERM (WS-XFR-COUNT)
               MOVE CHS-GRADE       TO WS-XF-GRADE (WS-XFR-COUNT)
               MOVE CHS-XFER-INST   TO WS-XF-INST (WS-XFR-COUNT)
               MOVE CHS-XFER-COURSE
                   TO WS-XF-THEIR-COURSE (WS-XFR-COUNT)
               MOVE 3.0 TO WS-XF-CREDITS (WS-XFR-COUNT)
               IF CHS-CREDIT-HOURS NUMERIC
                   MOVE CHS-CREDIT-HOURS
                       TO WS-XF-CREDITS (WS-XFR-COUNT)
               END-IF
           END-IF.

      *> Rows posted before credit hours were carried take the
      *> catalog's current value, and the standard three failing
      *> that.
       Find-Row-Credits.
           IF CHS-CREDIT-HOURS NUMERIC
               MOVE CHS-CREDIT-HOURS TO WS-RW-CREDITS (WS-ROW-COUNT)
           ELSE
               MOVE 3.0 TO WS-RW-CREDITS (WS-ROW-COUNT)
               MOVE CHS-COURSE-CODE TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRS-CREDIT-HOURS NUMERIC
                           MOVE CRS-CREDIT-HOURS
                               TO WS-RW-CREDITS (WS-ROW-COUNT)
                       END-IF
               END-READ
           END-IF.

       Read-History-Row.
           READ COURSE-HISTORY-FILE
               AT END
                   MOVE CRS-TITLE TO TC-TITLE
           END-READ
           MOVE WS-RW-GRADE (WS-ROW-SUB) TO TC-GRADE
           MOVE WS-RW-CREDITS (WS-ROW-SUB) TO TC-CREDITS
           EVALUATE WS-RW-COMPLETION (WS-ROW-SUB)
               WHEN "C"
                   MOVE "COMPLETED " TO TC-COMPLETION
       Print-Term-Gpas.
           MOVE ZERO TO WS-CUM-POINT-SUM
           MOVE ZERO TO WS-CUM-POINT-COUNT
           MOVE ZERO TO WS-CUM-GPA-CREDITS
           MOVE ZERO TO WS-CUM-ATTEMPTED
           MOVE ZERO TO WS-CUM-EARNED
           PERFORM Print-One-Term-Gpa
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT.
       Print-One-Term-Gpa.
           MOVE ZERO TO WS-POINT-SUM
           MOVE ZERO TO WS-POINT-COUNT
           MOVE ZERO TO WS-GPA-CREDITS
           MOVE ZERO TO WS-ATTEMPTED
           MOVE ZERO TO WS-EARNED
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-RW-TERM (WS-ROW-SUB) =
                   WS-TERM-ENTRY (WS-TERM-SUB)
                   PERFORM Weigh-Course-Row
               END-IF
           END-PERFORM
           IF WS-ATTEMPTED > ZERO OR WS-POINT-COUNT > ZERO
               MOVE ZERO TO WS-GPA
               IF WS-GPA-CREDITS > ZERO
                   COMPUTE WS-GPA ROUNDED =
                       WS-POINT-SUM / WS-GPA-CREDITS
               END-IF
               MOVE SPACES TO TRANS-GPA-LINE
               MOVE "GPA FOR TERM        " TO TG-LABEL
               MOVE WS-TERM-ENTRY (WS-TERM-SUB) TO TG-TERM
               MOVE WS-GPA TO TG-GPA
               MOVE "   ATTEMPTED " TO TG-ATTEMPTED-LABEL
               MOVE WS-ATTEMPTED TO TG-ATTEMPTED
               MOVE "   EARNED " TO TG-EARNED-LABEL
               MOVE WS-EARNED TO TG-EARNED
               MOVE TRANS-GPA-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               ADD WS-POINT-SUM TO WS-CUM-POINT-SUM
               ADD WS-POINT-COUNT TO WS-CUM-POINT-COUNT
               ADD WS-GPA-CREDITS TO WS-CUM-GPA-CREDITS
               ADD WS-ATTEMPTED TO WS-CUM-ATTEMPTED
               ADD WS-EARNED TO WS-CUM-EARNED
           END-IF.

      *> Completed rows count toward GPA at their credits and earn
      *> them unless failed; incompletes are attempted only, and
      *> withdrawals neither.
       Weigh-Course-Row.
           IF WS-RW-COMPLETION (WS-ROW-SUB) = "C"
               PERFORM Compute-Grade-Points
               COMPUTE WS-POINT-SUM = WS-POINT-SUM +
                   WS-GRADE-POINTS * WS-RW-CREDITS (WS-ROW-SUB)
               ADD 1 TO WS-POINT-COUNT
               ADD WS-RW-CREDITS (WS-ROW-SUB) TO WS-GPA-CREDITS
               ADD WS-RW-CREDITS (WS-ROW-SUB) TO WS-ATTEMPTED
               IF WS-RW-GRADE (WS-ROW-SUB) (1:1) NOT = "F"
                   ADD WS-RW-CREDITS (WS-ROW-SUB) TO WS-EARNED
               END-IF
           END-IF
           IF WS-RW-COMPLETION (WS-ROW-SUB) = "I"
               ADD WS-RW-CREDITS (WS-ROW-SUB) TO WS-ATTEMPTED
           END-IF.

       Print-Cumulative-Gpa.
           IF WS-CUM-ATTEMPTED > ZERO OR WS-CUM-POINT-COUNT > ZERO
               MOVE ZERO TO WS-GPA
               IF WS-CUM-GPA-CREDITS > ZERO
                   COMPUTE WS-GPA ROUNDED =
                       WS-CUM-POINT-SUM / WS-CUM-GPA-CREDITS
               END-IF
               MOVE SPACES TO TRANS-GPA-LINE
               MOVE "CUMULATIVE GPA      " TO TG-LABEL
               MOVE SPACES TO TG-TERM
               MOVE WS-GPA TO TG-GPA
               MOVE "   ATTEMPTED " TO TG-ATTEMPTED-LABEL
               MOVE WS-CUM-ATTEMPTED TO TG-ATTEMPTED
               MOVE "   EARNED " TO TG-EARNED-LABEL
               MOVE WS-CUM-EARNED TO TG-EARNED
               MOVE TRANS-GPA-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

           COPY STUHLDLD.
           COPY PRTWR.
       END PROGRAM Transcript.
