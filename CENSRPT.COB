       IDENTIFICATION DIVISION.
       PROGRAM-ID. Census-Stats.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Official enrollment statistics off the frozen census.
      *> Reads nothing but CENSUS.DAT, so the numbers for a term
      *> are the same whenever the report is run - next week or
      *> next year - whatever has happened to STUDENTM.DAT and
      *> CLASSENR.DAT since Term-Census froze it. The term comes
      *> off the CENSCTL.DAT card Term-Census reads (blank or no
      *> card: the term frozen last). CENSRPT.RPT shows headcount
      *> and course enrollments (seats) for the term:
      *>   - by branch;
      *>   - by age band, in the band order frozen with the term;
      *>   - by load - full time, half time, less than half time;
      *>   - new versus continuing students;
      *> each section footed to the term total. A term not on the
      *> census file ends RC 8. Run on demand, like Load-Status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-CONTROL-FILE ASSIGN TO "CENSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-CONTROL-STATUS.

           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "CENSRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-CONTROL-FILE.
       01  CENSUS-CONTROL-RECORD.
           02  CC-TERM-CODE        PIC X(6).

       FD  CENSUS-FILE.
           COPY CENSUS.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 CENSUS-CONTROL-STATUS PIC XX.
       01 CENSUS-STATUS         PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-CENSUS-EOF        PIC X VALUE "N".
           88 END-OF-CENSUS    VALUE "Y" FALSE "N".

       01 WS-REPORT-TERM       PIC X(6) VALUE SPACES.
       01 WS-CENSUS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-TAKEN-DATE        PIC 9(8) VALUE ZERO.

       01 WS-TOTAL-HEADS       PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-SEATS       PIC 9(7) VALUE ZERO.

      *> Branches in code order as they turn up.
       01 WS-BR-COUNT          PIC 99 VALUE ZERO.
       01 WS-BR-SUB            PIC 99 VALUE ZERO.
       01 WS-BR-AT             PIC 99 VALUE ZERO.
       01 WS-BR-FOUND          PIC X VALUE "N".
           88 BRANCH-FOUND     VALUE "Y" FALSE "N".
       01 WS-BR-TABLE-AREA.
           02 WS-BR-ENTRY OCCURS 50 TIMES.
               03 WS-BR-CODE       PIC X(3).
               03 WS-BR-HEADS      PIC 9(6).
               03 WS-BR-SEATS      PIC 9(7).
       01 WS-BR-OTHER-HEADS    PIC 9(6) VALUE ZERO.
       01 WS-BR-OTHER-SEATS    PIC 9(7) VALUE ZERO.

      *> Age bands by the position frozen with each row.
       01 WS-BAND-SUB          PIC 99 VALUE ZERO.
       01 WS-BAND-HIGH         PIC 99 VALUE ZERO.
       01 WS-BAND-TABLE-AREA.
           02 WS-BAND-ENTRY OCCURS 10 TIMES.
               03 WS-BAND-LABEL    PIC X(12).
               03 WS-BAND-HEADS    PIC 9(6).
               03 WS-BAND-SEATS    PIC 9(7).

       01 WS-FULL-HEADS        PIC 9(6) VALUE ZERO.
       01 WS-FULL-SEATS        PIC 9(7) VALUE ZERO.
       01 WS-HALF-HEADS        PIC 9(6) VALUE ZERO.
       01 WS-HALF-SEATS        PIC 9(7) VALUE ZERO.
       01 WS-LESS-HEADS        PIC 9(6) VALUE ZERO.
       01 WS-LESS-SEATS        PIC 9(7) VALUE ZERO.
       01 WS-NEW-HEADS         PIC 9(6) VALUE ZERO.
       01 WS-NEW-SEATS         PIC 9(7) VALUE ZERO.
       01 WS-CONT-HEADS        PIC 9(6) VALUE ZERO.
       01 WS-CONT-SEATS        PIC 9(7) VALUE ZERO.

       01 CENSUS-TERM-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(5)  VALUE "TERM ".
           02 CT-TERM-CODE     PIC X(6).
           02 FILLER           PIC X(16) VALUE "   CENSUS DATE ".
           02 CT-CENSUS-DATE   PIC 9(8).
           02 FILLER           PIC X(13) VALUE "   FROZEN ON ".
           02 CT-TAKEN-DATE    PIC 9(8).
           02 FILLER           PIC X(74) VALUE SPACES.

       01 CENSUS-STAT-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 CS-LABEL         PIC X(24).
           02 CS-HEADS         PIC ZZZ,ZZ9.
           02 FILLER           PIC X(6)  VALUE SPACES.
           02 CS-SEATS         PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           INITIALIZE WS-BAND-TABLE-AREA
           PERFORM Get-Control-Card
           OPEN INPUT CENSUS-FILE
           IF CENSUS-STATUS NOT = "00"
               DISPLAY "CENSUS.DAT: status " CENSUS-STATUS
                   " - run Term-Census first, nothing to report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-TERM = SPACES
               PERFORM Find-Last-Frozen-Term
               CLOSE CENSUS-FILE
               OPEN INPUT CENSUS-FILE
           END-IF
           SET END-OF-CENSUS TO FALSE
           PERFORM Read-Census
           PERFORM UNTIL END-OF-CENSUS
               IF CN-TERM-CODE = WS-REPORT-TERM
               AND WS-REPORT-TERM NOT = SPACES
                   PERFORM Tally-Census-Row
               END-IF
               PERFORM Read-Census
           END-PERFORM
           CLOSE CENSUS-FILE
           IF WS-TOTAL-HEADS = ZERO
               DISPLAY "Census-Stats: term " WS-REPORT-TERM
                   " not frozen on CENSUS.DAT - nothing to report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "OFFICIAL ENROLLMENT STATISTICS" TO RH-TITLE
           MOVE "CENSRPT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE "                            HEADCOUNT    ENROLLMENTS"
               TO RH-COLUMN-HEADS
           MOVE WS-REPORT-TERM TO CT-TERM-CODE
           MOVE WS-CENSUS-DATE TO CT-CENSUS-DATE
           MOVE WS-TAKEN-DATE  TO CT-TAKEN-DATE
           MOVE CENSUS-TERM-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Blank-Line
           PERFORM Print-By-Branch
           PERFORM Print-By-Age-Band
           PERFORM Print-By-Load
           PERFORM Print-New-Continuing
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           DISPLAY "Census-Stats: term " WS-REPORT-TERM ", "
               WS-TOTAL-HEADS " students, " WS-TOTAL-SEATS " seats"
           STOP RUN.

       Get-Control-Card.
           OPEN INPUT CENSUS-CONTROL-FILE
           IF CENSUS-CONTROL-STATUS = "00"
               READ CENSUS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-TERM-CODE TO WS-REPORT-TERM
               END-READ
               CLOSE CENSUS-CONTROL-FILE
           END-IF.

      *> Terms are appended whole, one at a time, so the last row
      *> on the file belongs to the term frozen last.
       Find-Last-Frozen-Term.
           SET END-OF-CENSUS TO FALSE
           PERFORM Read-Census
           PERFORM UNTIL END-OF-CENSUS
               MOVE CN-TERM-CODE TO WS-REPORT-TERM
               PERFORM Read-Census
           END-PERFORM.

       Read-Census.
           READ CENSUS-FILE
               AT END
                   SET END-OF-CENSUS TO TRUE
           END-READ.

       Tally-Census-Row.
           MOVE CN-CENSUS-DATE TO WS-CENSUS-DATE
           MOVE CN-TAKEN-DATE  TO WS-TAKEN-DATE
           ADD 1 TO WS-TOTAL-HEADS
           ADD CN-COURSE-COUNT TO WS-TOTAL-SEATS
           PERFORM Tally-Branch
           IF CN-AGE-BAND-SEQ NUMERIC
           AND CN-AGE-BAND-SEQ > ZERO AND CN-AGE-BAND-SEQ <= 10
               MOVE CN-AGE-BAND-SEQ TO WS-BAND-SUB
               MOVE CN-AGE-BAND TO WS-BAND-LABEL (WS-BAND-SUB)
               ADD 1 TO WS-BAND-HEADS (WS-BAND-SUB)
               ADD CN-COURSE-COUNT TO WS-BAND-SEATS (WS-BAND-SUB)
               IF WS-BAND-SUB > WS-BAND-HIGH
                   MOVE WS-BAND-SUB TO WS-BAND-HIGH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CN-FULL-TIME
                   ADD 1 TO WS-FULL-HEADS
                   ADD CN-COURSE-COUNT TO WS-FULL-SEATS
               WHEN CN-HALF-TIME
                   ADD 1 TO WS-HALF-HEADS
                   ADD CN-COURSE-COUNT TO WS-HALF-SEATS
               WHEN OTHER
                   ADD 1 TO WS-LESS-HEADS
                   ADD CN-COURSE-COUNT TO WS-LESS-SEATS
           END-EVALUATE
           IF CN-IS-NEW
               ADD 1 TO WS-NEW-HEADS
               ADD CN-COURSE-COUNT TO WS-NEW-SEATS
           ELSE
               ADD 1 TO WS-CONT-HEADS
               ADD CN-COURSE-COUNT TO WS-CONT-SEATS
           END-IF.

      *> The branch table is kept in code order: a new code opens
      *> a slot ahead of the first code above it.
       Tally-Branch.
           SET BRANCH-FOUND TO FALSE
           MOVE ZERO TO WS-BR-AT
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
                  OR BRANCH-FOUND OR WS-BR-AT > ZERO
               IF WS-BR-CODE (WS-BR-SUB) = CN-BRANCH-CODE
                   SET BRANCH-FOUND TO TRUE
                   MOVE WS-BR-SUB TO WS-BR-AT
               ELSE
                   IF WS-BR-CODE (WS-BR-SUB) > CN-BRANCH-CODE
                       MOVE WS-BR-SUB TO WS-BR-AT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT BRANCH-FOUND
               IF WS-BR-COUNT >= 50
                   ADD 1 TO WS-BR-OTHER-HEADS
                   ADD CN-COURSE-COUNT TO WS-BR-OTHER-SEATS
               ELSE
                   IF WS-BR-AT = ZERO
                       COMPUTE WS-BR-AT = WS-BR-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-BR-SUB FROM WS-BR-COUNT BY -1
                       UNTIL WS-BR-SUB < WS-BR-AT
                       MOVE WS-BR-ENTRY (WS-BR-SUB)
                           TO WS-BR-ENTRY (WS-BR-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-BR-COUNT
                   MOVE CN-BRANCH-CODE TO WS-BR-CODE (WS-BR-AT)
                   MOVE ZERO TO WS-BR-HEADS (WS-BR-AT)
                   MOVE ZERO TO WS-BR-SEATS (WS-BR-AT)
                   SET BRANCH-FOUND TO TRUE
               END-IF
           END-IF
           IF BRANCH-FOUND
               ADD 1 TO WS-BR-HEADS (WS-BR-AT)
               ADD CN-COURSE-COUNT TO WS-BR-SEATS (WS-BR-AT)
           END-IF.

       Print-By-Branch.
           MOVE "  BY BRANCH" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Branch-Line
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           IF WS-BR-OTHER-HEADS > ZERO
               MOVE "ALL OTHER BRANCHES" TO CS-LABEL
               MOVE WS-BR-OTHER-HEADS TO CS-HEADS
               MOVE WS-BR-OTHER-SEATS TO CS-SEATS
               PERFORM Write-Stat-Line
           END-IF
           PERFORM Print-Total-Line.

       Print-Branch-Line.
           MOVE SPACES TO CS-LABEL
           IF WS-BR-CODE (WS-BR-SUB) = SPACES
               MOVE "(NO BRANCH)" TO CS-LABEL
           ELSE
               STRING "BRANCH " WS-BR-CODE (WS-BR-SUB)
                   DELIMITED BY SIZE INTO CS-LABEL
           END-IF
           MOVE WS-BR-HEADS (WS-BR-SUB) TO CS-HEADS
           MOVE WS-BR-SEATS (WS-BR-SUB) TO CS-SEATS
           PERFORM Write-Stat-Line.

       Print-By-Age-Band.
           MOVE "  BY AGE BAND ON CENSUS DATE" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Band-Line
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-HIGH
           PERFORM Print-Total-Line.

       Print-Band-Line.
           IF WS-BAND-HEADS (WS-BAND-SUB) > ZERO
               MOVE WS-BAND-LABEL (WS-BAND-SUB) TO CS-LABEL
               MOVE WS-BAND-HEADS (WS-BAND-SUB) TO CS-HEADS
               MOVE WS-BAND-SEATS (WS-BAND-SUB) TO CS-SEATS
               PERFORM Write-Stat-Line
           END-IF.

       Print-By-Load.
           MOVE "  BY LOAD" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "FULL TIME" TO CS-LABEL
           MOVE WS-FULL-HEADS TO CS-HEADS
           MOVE WS-FULL-SEATS TO CS-SEATS
           PERFORM Write-Stat-Line
           MOVE "HALF TIME" TO CS-LABEL
           MOVE WS-HALF-HEADS TO CS-HEADS
           MOVE WS-HALF-SEATS TO CS-SEATS
           PERFORM Write-Stat-Line
           MOVE "LESS THAN HALF TIME" TO CS-LABEL
           MOVE WS-LESS-HEADS TO CS-HEADS
           MOVE WS-LESS-SEATS TO CS-SEATS
           PERFORM Write-Stat-Line
           PERFORM Print-Total-Line.

       Print-New-Continuing.
           MOVE "  NEW VERSUS CONTINUING" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "NEW THIS TERM" TO CS-LABEL
           MOVE WS-NEW-HEADS TO CS-HEADS
           MOVE WS-NEW-SEATS TO CS-SEATS
           PERFORM Write-Stat-Line
           MOVE "CONTINUING" TO CS-LABEL
           MOVE WS-CONT-HEADS TO CS-HEADS
           MOVE WS-CONT-SEATS TO CS-SEATS
           PERFORM Write-Stat-Line
           PERFORM Print-Total-Line.

       Print-Total-Line.
           MOVE "TERM TOTAL" TO CS-LABEL
           MOVE WS-TOTAL-HEADS TO CS-HEADS
           MOVE WS-TOTAL-SEATS TO CS-SEATS
           PERFORM Write-Stat-Line
           PERFORM Write-Blank-Line.

       Write-Stat-Line.
           MOVE CENSUS-STAT-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO CS-LABEL.

       Write-Blank-Line.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Census-Stats.
