       IDENTIFICATION DIVISION.
       PROGRAM-ID. Room-Util.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Room-utilization grid for the facilities office, one
      *> block per term off the SECTSCHD.DAT section schedule
      *> Class-Enroll maintains. For each day of the week that has
      *> any section meeting, every room on ROOMM.DAT gets one grid
      *> line: an hourly cell from 0700 to 2100 holding the course
      *> code of the section in the room that hour (a cell two
      *> sections claim prints **DBL**, which only a schedule
      *> loaded before the clash check could produce), then the
      *> hours booked that day and the share of the fourteen-hour
      *> teaching day. Each term closes with a room summary: hours
      *> booked in the week against the standard seventy-hour
      *> Monday-to-Friday week, weekend hours counted on top. The
      *> optional ROOMUCTL.DAT card names one term; with no card
      *> every term on TERMM.DAT with a section scheduled prints.
      *> Output is ROOMUTIL.RPT through the shared PRTCTL/PRTWR
      *> heading block, each term starting a fresh page. Run on
      *> demand, like Instr-Load.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-CONTROL-FILE ASSIGN TO "ROOMUCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-CONTROL-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TERMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS TERM-MASTER-STATUS.

           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ROOM-CODE
               FILE STATUS IS ROOM-MASTER-STATUS.

           SELECT SECTION-SCHED-FILE ASSIGN TO "SECTSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-SECTION-KEY
               ALTERNATE RECORD KEY IS SCH-ROOM-CODE
                   WITH DUPLICATES
               FILE STATUS IS SECTION-SCHED-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "ROOMUTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-CONTROL-FILE.
       01  ROOM-CONTROL-RECORD.
           02  RC-TERM-CODE        PIC X(6).

       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  ROOM-MASTER-FILE.
           COPY ROOMM.

       FD  SECTION-SCHED-FILE.
           COPY SECTSCHD.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 ROOM-CONTROL-STATUS   PIC XX.
       01 TERM-MASTER-STATUS    PIC XX.
       01 ROOM-MASTER-STATUS    PIC XX.
       01 SECTION-SCHED-STATUS  PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-TERM-EOF          PIC X VALUE "N".
           88 END-OF-TERMS     VALUE "Y" FALSE "N".
       01 WS-ROOM-EOF          PIC X VALUE "N".
           88 END-OF-ROOMS     VALUE "Y" FALSE "N".
       01 WS-SCHED-EOF         PIC X VALUE "N".
           88 END-OF-SCHEDULE  VALUE "Y" FALSE "N".

       01 WS-CARD-TERM         PIC X(6) VALUE SPACES.
       01 WS-TERMS-PRINTED     PIC 9(3) VALUE ZERO.

      *> Every room on the master, with its hours booked in the
      *> term being printed.
       01 WS-ROOM-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ROOM-SUB          PIC 9(3) VALUE ZERO.
       01 WS-ROOM-TABLE-AREA.
           02 WS-ROOM-ENTRY OCCURS 200 TIMES.
               03 WS-RM-CODE       PIC X(6).
               03 WS-RM-BUILDING   PIC X(12).
               03 WS-RM-SEATS      PIC 9(3).
               03 WS-RM-WEEK-HOURS PIC 9(3).

      *> The whole section schedule, loaded once for the run.
       01 WS-SEC-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SEC-SUB           PIC 9(3) VALUE ZERO.
       01 WS-SEC-LIMIT         PIC 9(3) VALUE 500.
       01 WS-SEC-TABLE-AREA.
           02 WS-SEC-ENTRY OCCURS 500 TIMES.
               03 WS-SC-COURSE     PIC X(6).
               03 WS-SC-TERM       PIC X(6).
               03 WS-SC-DAYS       PIC X(7).
               03 WS-SC-START      PIC 9(4).
               03 WS-SC-END        PIC 9(4).
               03 WS-SC-ROOM       PIC X(6).
       01 WS-TERM-SEC-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-DAY-SEC-COUNT     PIC 9(3) VALUE ZERO.

       01 WS-DAY-SUB           PIC 9 VALUE ZERO.
       01 WS-CELL-SUB          PIC 99 VALUE ZERO.
       01 WS-CELL-START        PIC 9(4) VALUE ZERO.
       01 WS-CELL-END          PIC 9(4) VALUE ZERO.
       01 WS-DAY-HOURS         PIC 99 VALUE ZERO.
       01 WS-UTIL-PCT          PIC 9(3) VALUE ZERO.
       01 WS-WEEK-STANDARD     PIC 99 VALUE 70.
       01 WS-DAY-STANDARD      PIC 99 VALUE 14.

       01 WS-DAY-NAMES.
           02 FILLER           PIC X(9)  VALUE "MONDAY".
           02 FILLER           PIC X(9)  VALUE "TUESDAY".
           02 FILLER           PIC X(9)  VALUE "WEDNESDAY".
           02 FILLER           PIC X(9)  VALUE "THURSDAY".
           02 FILLER           PIC X(9)  VALUE "FRIDAY".
           02 FILLER           PIC X(9)  VALUE "SATURDAY".
           02 FILLER           PIC X(9)  VALUE "SUNDAY".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           02 WS-DAY-NAME OCCURS 7 TIMES PIC X(9).

       01 UTIL-TERM-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 FILLER           PIC X(5)  VALUE "TERM ".
           02 UT-TERM-CODE     PIC X(6).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 UT-START-DATE    PIC 9(8).
           02 FILLER           PIC X(3)  VALUE " - ".
           02 UT-END-DATE      PIC 9(8).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 UT-SECTIONS      PIC ZZ9.
           02 FILLER           PIC X(19) VALUE " SECTIONS SCHEDULED".
           02 FILLER           PIC X(73) VALUE SPACES.

       01 UTIL-DAY-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 UD-DAY-NAME      PIC X(9).
           02 FILLER           PIC X(122) VALUE SPACES.

       01 UTIL-GRID-HEADS.
           02 FILLER           PIC X(15) VALUE " ROOM   SEATS  ".
           02 FILLER           PIC X(49) VALUE
               "  0700   0800   0900   1000   1100   1200   1300 ".
           02 FILLER           PIC X(49) VALUE
               "  1400   1500   1600   1700   1800   1900   2000 ".
           02 FILLER           PIC X(14) VALUE "  HRS  UTIL%  ".
           02 FILLER           PIC X(5)  VALUE SPACES.

       01 UTIL-GRID-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 UG-ROOM-CODE     PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 UG-SEATS         PIC ZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 UG-CELL OCCURS 14 TIMES PIC X(7).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 UG-HOURS         PIC Z9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 UG-UTIL-PCT      PIC ZZ9.
           02 FILLER           PIC X(1)  VALUE "%".
           02 FILLER           PIC X(9)  VALUE SPACES.

       01 UTIL-SUMMARY-HEADS   PIC X(60) VALUE
           " ROOM   BUILDING      SEATS  WEEK HRS  UTIL% OF 70-HR WEEK".

       01 UTIL-SUMMARY-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 US-ROOM-CODE     PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 US-BUILDING      PIC X(12).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 US-SEATS         PIC ZZ9.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 US-WEEK-HOURS    PIC ZZ9.
           02 FILLER           PIC X(7)  VALUE SPACES.
           02 US-UTIL-PCT      PIC ZZ9.
           02 FILLER           PIC X(1)  VALUE "%".
           02 FILLER           PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           OPEN INPUT ROOM-MASTER-FILE
           IF ROOM-MASTER-STATUS NOT = "00"
               DISPLAY "ROOMM.DAT: status " ROOM-MASTER-STATUS
                   " - no room master, no grid to print"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SECTION-SCHED-FILE
           IF SECTION-SCHED-STATUS NOT = "00"
               DISPLAY "SECTSCHD.DAT: status " SECTION-SCHED-STATUS
                   " - no section schedule, no grid to print"
               CLOSE ROOM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TERM-MASTER-FILE
           IF TERM-MASTER-STATUS NOT = "00"
               DISPLAY "TERMM.DAT: status " TERM-MASTER-STATUS
                   " - no term calendar, no grid to print"
               CLOSE ROOM-MASTER-FILE
               CLOSE SECTION-SCHED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Get-Control-Card
           PERFORM Load-Rooms
           PERFORM Load-Schedule
           CLOSE ROOM-MASTER-FILE
           CLOSE SECTION-SCHED-FILE

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "ROOM UTILIZATION GRID" TO RH-TITLE
           MOVE "ROOMUTIL" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE UTIL-GRID-HEADS TO RH-COLUMN-HEADS
           IF WS-CARD-TERM NOT = SPACES
               MOVE WS-CARD-TERM TO TM-TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ROOMUCTL.DAT: term " WS-CARD-TERM
                           " not on the term calendar"
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM Print-Term-Grid
               END-READ
           ELSE
               PERFORM Print-All-Terms
           END-IF
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE TERM-MASTER-FILE
           DISPLAY "Room-Util: " WS-ROOM-COUNT " rooms, "
               WS-SEC-COUNT " sections, " WS-TERMS-PRINTED
               " terms printed"
           STOP RUN.

      *> No card, or a blank one, prints every term.
       Get-Control-Card.
           OPEN INPUT ROOM-CONTROL-FILE
           IF ROOM-CONTROL-STATUS = "00"
               READ ROOM-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-TERM-CODE TO WS-CARD-TERM
               END-READ
               CLOSE ROOM-CONTROL-FILE
           END-IF.

       Load-Rooms.
           MOVE ZERO TO WS-ROOM-COUNT
           MOVE LOW-VALUES TO RM-ROOM-CODE
           SET END-OF-ROOMS TO FALSE
           START ROOM-MASTER-FILE KEY IS NOT LESS THAN RM-ROOM-CODE
               INVALID KEY
                   SET END-OF-ROOMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ROOMS
               READ ROOM-MASTER-FILE NEXT
                   AT END
                       SET END-OF-ROOMS TO TRUE
                   NOT AT END
                       IF WS-ROOM-COUNT < 200
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE RM-ROOM-CODE TO
                               WS-RM-CODE (WS-ROOM-COUNT)
                           MOVE RM-BUILDING TO
                               WS-RM-BUILDING (WS-ROOM-COUNT)
                           MOVE RM-SEATS TO
                               WS-RM-SEATS (WS-ROOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       Load-Schedule.
           MOVE ZERO TO WS-SEC-COUNT
           MOVE LOW-VALUES TO SCH-SECTION-KEY
           SET END-OF-SCHEDULE TO FALSE
           START SECTION-SCHED-FILE KEY IS NOT LESS THAN
                   SCH-SECTION-KEY
               INVALID KEY
                   SET END-OF-SCHEDULE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCHEDULE
               READ SECTION-SCHED-FILE NEXT
                   AT END
                       SET END-OF-SCHEDULE TO TRUE
                   NOT AT END
                       IF WS-SEC-COUNT < WS-SEC-LIMIT
                           ADD 1 TO WS-SEC-COUNT
                           MOVE SCH-COURSE-CODE TO
                               WS-SC-COURSE (WS-SEC-COUNT)
                           MOVE SCH-TERM-CODE TO
                               WS-SC-TERM (WS-SEC-COUNT)
                           MOVE SCH-MEET-DAYS TO
                               WS-SC-DAYS (WS-SEC-COUNT)
                           MOVE SCH-START-TIME TO
                               WS-SC-START (WS-SEC-COUNT)
                           MOVE SCH-END-TIME TO
                               WS-SC-END (WS-SEC-COUNT)
                           MOVE SCH-ROOM-CODE TO
                               WS-SC-ROOM (WS-SEC-COUNT)
                       ELSE
                           DISPLAY "SECTSCHD.DAT: past " WS-SEC-LIMIT
                               " sections, " SCH-SECTION-KEY
                               " left off the grid"
                       END-IF
               END-READ
           END-PERFORM.

       Print-All-Terms.
           MOVE LOW-VALUES TO TM-TERM-CODE
           SET END-OF-TERMS TO FALSE
           START TERM-MASTER-FILE KEY IS NOT LESS THAN TM-TERM-CODE
               INVALID KEY
                   SET END-OF-TERMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-TERMS
               READ TERM-MASTER-FILE NEXT
                   AT END
                       SET END-OF-TERMS TO TRUE
                   NOT AT END
                       PERFORM Count-Term-Sections
                       IF WS-TERM-SEC-COUNT > ZERO
                           PERFORM Print-Term-Grid
                       END-IF
               END-READ
           END-PERFORM.

       Count-Term-Sections.
           MOVE ZERO TO WS-TERM-SEC-COUNT
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
               IF WS-SC-TERM (WS-SEC-SUB) = TM-TERM-CODE
                   ADD 1 TO WS-TERM-SEC-COUNT
               END-IF
           END-PERFORM.

      *> Forcing the line count past the page limit starts every
      *> term on a fresh page under the standard heading block.
       Print-Term-Grid.
           ADD 1 TO WS-TERMS-PRINTED
           PERFORM Count-Term-Sections
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE TM-TERM-CODE  TO UT-TERM-CODE
           MOVE TM-START-DATE TO UT-START-DATE
           MOVE TM-END-DATE   TO UT-END-DATE
           MOVE WS-TERM-SEC-COUNT TO UT-SECTIONS
           MOVE UTIL-TERM-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
               MOVE ZERO TO WS-RM-WEEK-HOURS (WS-ROOM-SUB)
           END-PERFORM
           PERFORM Print-Day-Grid
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
           PERFORM Print-Room-Summary.

      *> A day no section of the term meets on prints nothing.
       Print-Day-Grid.
           MOVE ZERO TO WS-DAY-SEC-COUNT
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
               IF WS-SC-TERM (WS-SEC-SUB) = TM-TERM-CODE
               AND WS-SC-DAYS (WS-SEC-SUB) (WS-DAY-SUB:1) NOT = SPACE
                   ADD 1 TO WS-DAY-SEC-COUNT
               END-IF
           END-PERFORM
           IF WS-DAY-SEC-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE WS-DAY-NAME (WS-DAY-SUB) TO UD-DAY-NAME
               MOVE UTIL-DAY-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               PERFORM Print-Room-Day-Line
                   VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
           END-IF.

       Print-Room-Day-Line.
           MOVE WS-RM-CODE (WS-ROOM-SUB)  TO UG-ROOM-CODE
           MOVE WS-RM-SEATS (WS-ROOM-SUB) TO UG-SEATS
           MOVE ZERO TO WS-DAY-HOURS
           PERFORM Fill-Grid-Cell
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > 14
           ADD WS-DAY-HOURS TO WS-RM-WEEK-HOURS (WS-ROOM-SUB)
           MOVE WS-DAY-HOURS TO UG-HOURS
           COMPUTE WS-UTIL-PCT ROUNDED =
               WS-DAY-HOURS * 100 / WS-DAY-STANDARD
           MOVE WS-UTIL-PCT TO UG-UTIL-PCT
           MOVE UTIL-GRID-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Cell n is the hour from (0600 + n * 100); a section holds
      *> the cell when it starts before the hour ends and ends
      *> after the hour starts.
       Fill-Grid-Cell.
           COMPUTE WS-CELL-START = 600 + (WS-CELL-SUB * 100)
           COMPUTE WS-CELL-END = WS-CELL-START + 100
           MOVE "   .   " TO UG-CELL (WS-CELL-SUB)
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
               IF WS-SC-TERM (WS-SEC-SUB) = TM-TERM-CODE
               AND WS-SC-ROOM (WS-SEC-SUB) = WS-RM-CODE (WS-ROOM-SUB)
               AND WS-SC-DAYS (WS-SEC-SUB) (WS-DAY-SUB:1) NOT = SPACE
               AND WS-SC-START (WS-SEC-SUB) < WS-CELL-END
               AND WS-SC-END (WS-SEC-SUB) > WS-CELL-START
                   IF UG-CELL (WS-CELL-SUB) = "   .   "
                       MOVE SPACES TO UG-CELL (WS-CELL-SUB)
                       MOVE WS-SC-COURSE (WS-SEC-SUB) TO
                           UG-CELL (WS-CELL-SUB) (2:6)
                       ADD 1 TO WS-DAY-HOURS
                   ELSE
                       MOVE "**DBL**" TO UG-CELL (WS-CELL-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       Print-Room-Summary.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE UTIL-SUMMARY-HEADS TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
               MOVE WS-RM-CODE (WS-ROOM-SUB)     TO US-ROOM-CODE
               MOVE WS-RM-BUILDING (WS-ROOM-SUB) TO US-BUILDING
               MOVE WS-RM-SEATS (WS-ROOM-SUB)    TO US-SEATS
               MOVE WS-RM-WEEK-HOURS (WS-ROOM-SUB) TO US-WEEK-HOURS
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-RM-WEEK-HOURS (WS-ROOM-SUB) * 100
                   / WS-WEEK-STANDARD
               MOVE WS-UTIL-PCT TO US-UTIL-PCT
               MOVE UTIL-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-PERFORM.

           COPY PRTWR.
       END PROGRAM Room-Util.
