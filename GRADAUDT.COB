      *> report instead of pulling paper files. Run on demand; no
      *> requirement file is a hard stop, because a report that
      *> certifies everyone against nothing is worse than none.
      *> 15 Oct 2026 MK - A candidate with a hold in force on HOLDS.DAT
      *> prints the hold's type, office and placed date and is marked
      *> NOT READY - HOLD whatever the coursework shows, since Draft
      *> refuses the G for a held student.
      *> 15 Oct 2026 MK - Transfer credit on the course history counts
      *> as a completed course.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-HISTORY-STATUS.

           COPY STUHLDSL.

           SELECT PRINT-REPORT-FILE ASSIGN TO "GRADAUDT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.
       FD  COURSE-HISTORY-FILE.
           COPY COURSHIS.

           COPY STUHOLD.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).


           COPY Y2KDATE.
           COPY PRTCTL.
           COPY STUHLDTB.

       01 WS-GRADREQ-EOF       PIC X VALUE "N".
           88 END-OF-GRAD-REQS VALUE "Y".
       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           MOVE Y2KDate TO WS-HLD-AS-OF-DATE
           PERFORM Load-Hold-Table
           PERFORM Load-Grad-Requirements
           IF GRAD-REQ-STATUS NOT = "00"
               DISPLAY "GRADREQ.DAT: status " GRAD-REQ-STATUS
           PERFORM Print-One-Requirement
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COURSE-COUNT
           MOVE STM-STUDENT-ID TO WS-HLD-CHECK-ID
           PERFORM Check-Student-Holds
           IF STUDENT-IS-HELD
               SET CANDIDATE-READY TO FALSE
               PERFORM Name-Hold-Type
               MOVE SPACES TO WS-PRINT-LINE
               STRING "      HOLD  " WS-HLD-TYPE-NAME " OFFICE "
                   WS-HLD-HIT-OFFICE " PLACED " WS-HLD-HIT-PLACED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           EVALUATE TRUE
               WHEN CANDIDATE-READY
                   ADD 1 TO WS-READY-COUNT
                   MOVE "    READY" TO WS-PRINT-LINE
               WHEN STUDENT-IS-HELD
                   MOVE "    NOT READY - HOLD" TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "    NOT READY" TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.
               PERFORM UNTIL END-OF-COURSE-HIST
                   IF CHS-STUDENT-ID NUMERIC
                   AND CHS-STUDENT-ID = STM-STUDENT-ID
                   AND CHS-COUNTS-AS-DONE
                   AND CHS-GRADE (1:1) NOT = "F"
                   AND WS-GCOMP-COUNT < 60
                       ADD 1 TO WS-GCOMP-COUNT
           MOVE AUDIT-COURSE-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY STUHLDLD.
           COPY PRTWR.
       END PROGRAM Grad-Audit.
