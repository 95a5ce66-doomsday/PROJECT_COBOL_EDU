       IDENTIFICATION DIVISION.
       PROGRAM-ID. Feed-Punctuality.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Weekly inbound feed punctuality, for taking a late sender
      *> up with the people who send it. Reads the FEEDHIST.DAT
      *> outcomes Feed-Check records at the start of each cycle
      *> for the seven days ending on the run date and prints
      *> FEEDPUNC.RPT:
      *>   - one line per feed, grouped by source with a total per
      *>     source: the times it was due, arrived by the cutoff,
      *>     arrived late and went missing, the average and worst
      *>     minutes past the cutoff of the late ones, and the
      *>     share delivered on time;
      *>   - every late or missing delivery of the week, by date,
      *>     so a sender can be shown exactly which days.
      *> A date the cycle was rerun has more than one row for a
      *> feed; the last one stands, since it saw the later state.
      *> Run weekly by operations, on demand; no history file
      *> prints an empty week.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-HISTORY-FILE ASSIGN TO "FEEDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-HISTORY-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "FEEDPUNC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-HISTORY-FILE.
           COPY FEEDHIST.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 FEED-HISTORY-STATUS  PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-HISTORY-EOF       PIC X VALUE "N".
           88 END-OF-HISTORY   VALUE "Y".

       01 WS-WEEK-OFFSET       PIC S9(3) VALUE -6.
       01 WS-CALENDAR-UNIT     PIC X VALUE "C".
       01 WS-WEEK-START        PIC 9(8) VALUE ZERO.

      *> Each feed's outcome on each day of the week, the last
      *> row read for a date and feed replacing any earlier one.
       01 WS-DF-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-DF-SUB            PIC 9(3) VALUE ZERO.
       01 WS-DF-TABLE-AREA.
           02 WS-DF-ENTRY OCCURS 400 TIMES.
               03 WS-DF-DATE       PIC 9(8).
               03 WS-DF-FEED-FILE  PIC X(14).
               03 WS-DF-SOURCE     PIC X(20).
               03 WS-DF-MANDATORY  PIC X.
               03 WS-DF-CUTOFF     PIC 9(4).
               03 WS-DF-SEEN-TIME  PIC 9(4).
               03 WS-DF-OUTCOME    PIC X.
               03 WS-DF-MINUTES    PIC 9(4).
       01 WS-DF-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-DF-FOUND          PIC X VALUE "N".
           88 DAY-FEED-FOUND   VALUE "Y" FALSE "N".

      *> The week per feed, kept in source then feed order.
       01 WS-ST-COUNT          PIC 99 VALUE ZERO.
       01 WS-ST-SUB            PIC 99 VALUE ZERO.
       01 WS-ST-MOVE-SUB       PIC 99 VALUE ZERO.
       01 WS-ST-TABLE-AREA.
           02 WS-ST-ENTRY OCCURS 60 TIMES.
               03 WS-ST-SOURCE     PIC X(20).
               03 WS-ST-FEED-FILE  PIC X(14).
               03 WS-ST-MANDATORY  PIC X.
               03 WS-ST-DUE        PIC 9(4).
               03 WS-ST-ON-TIME    PIC 9(4).
               03 WS-ST-LATE       PIC 9(4).
               03 WS-ST-MISSING    PIC 9(4).
               03 WS-ST-MINUTES    PIC 9(7).
               03 WS-ST-WORST      PIC 9(4).
       01 WS-ST-OVERFLOW       PIC 9(3) VALUE ZERO.
       01 WS-ST-FOUND          PIC X VALUE "N".
           88 FEED-STAT-FOUND  VALUE "Y" FALSE "N".
       01 WS-ST-PLACED         PIC X VALUE "N".
           88 FEED-STAT-PLACED VALUE "Y" FALSE "N".
       01 WS-NEW-STAT.
           02 WS-NEW-SOURCE     PIC X(20).
           02 WS-NEW-FEED-FILE  PIC X(14).
           02 WS-NEW-MANDATORY  PIC X.
           02 WS-NEW-COUNTS     PIC X(27).

      *> Running totals for the source being printed and the
      *> whole week.
       01 WS-TOTAL-SOURCE      PIC X(20) VALUE SPACES.
       01 WS-SOURCE-TOTALS.
           02 WS-SRC-DUE       PIC 9(4).
           02 WS-SRC-ON-TIME   PIC 9(4).
           02 WS-SRC-LATE      PIC 9(4).
           02 WS-SRC-MISSING   PIC 9(4).
           02 WS-SRC-MINUTES   PIC 9(7).
           02 WS-SRC-WORST     PIC 9(4).
       01 WS-WEEK-TOTALS.
           02 WS-WK-DUE        PIC 9(4).
           02 WS-WK-ON-TIME    PIC 9(4).
           02 WS-WK-LATE       PIC 9(4).
           02 WS-WK-MISSING    PIC 9(4).
           02 WS-WK-MINUTES    PIC 9(7).
           02 WS-WK-WORST      PIC 9(4).

      *> Figures for one printed line, whichever level it is.
       01 WS-LINE-DUE          PIC 9(4).
       01 WS-LINE-ON-TIME      PIC 9(4).
       01 WS-LINE-LATE         PIC 9(4).
       01 WS-LINE-MISSING      PIC 9(4).
       01 WS-LINE-MINUTES      PIC 9(7).
       01 WS-LINE-WORST        PIC 9(4).
       01 WS-AVERAGE-LATE      PIC 9(4).
       01 WS-ON-TIME-PCT       PIC 9(3)V9.
       01 WS-EXCEPTION-COUNT   PIC 9(4) VALUE ZERO.

       01 WS-MINUTES-EDIT      PIC ZZZ9.
       01 WS-HHMM-WORK         PIC 9(4) VALUE ZERO.
       01 WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
           02 WS-HHMM-HH       PIC 99.
           02 WS-HHMM-MM       PIC 99.
       01 WS-HHMM-EDIT.
           02 WS-EDIT-HH       PIC 99.
           02 FILLER           PIC X VALUE ":".
           02 WS-EDIT-MM       PIC 99.

       01 PL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 PL-SOURCE        PIC X(20).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PL-FEED-FILE     PIC X(14).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PL-MANDATORY     PIC X(3).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 PL-DUE           PIC ZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 PL-ON-TIME       PIC ZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 PL-LATE          PIC ZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 PL-MISSING       PIC ZZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 PL-AVERAGE-LATE  PIC ZZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 PL-WORST-LATE    PIC ZZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 PL-ON-TIME-PCT   PIC ZZ9.9.
           02 FILLER           PIC X(37) VALUE SPACES.

       01 XL-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 XL-DATE          PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XL-SOURCE        PIC X(20).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XL-FEED-FILE     PIC X(14).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XL-MANDATORY     PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XL-OUTCOME       PIC X(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XL-NOTE          PIC X(40).
           02 FILLER           PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           CALL "SHIFT-DATE" USING Y2KDate WS-WEEK-OFFSET
               WS-CALENDAR-UNIT WS-WEEK-START
           INITIALIZE WS-WEEK-TOTALS
           PERFORM Load-Week-History
           PERFORM Tally-Day-Feed
               VARYING WS-DF-SUB FROM 1 BY 1
               UNTIL WS-DF-SUB > WS-DF-COUNT

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "WEEKLY FEED PUNCTUALITY BY SOURCE" TO RH-TITLE
           MOVE "FEED-PUNCT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " SOURCE                FEED FILE       M" &
               "ND    DUE ONTIME   LATE MISSED AVG-MIN M" &
               "AX-MIN  ONTIME%" TO RH-COLUMN-HEADS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  WEEK OF " WS-WEEK-START " THROUGH " Y2KDate
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Source-Summary
           PERFORM Print-Exception-List
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           DISPLAY "Feed-Punctuality: " WS-WK-DUE " deliveries due, "
               WS-WK-ON-TIME " on time, " WS-WK-LATE " late, "
               WS-WK-MISSING " missing, week of " WS-WEEK-START
           STOP RUN.

       Load-Week-History.
           OPEN INPUT FEED-HISTORY-FILE
           IF FEED-HISTORY-STATUS = "00"
               PERFORM Read-History
               PERFORM UNTIL END-OF-HISTORY
                   IF FH-RUN-DATE NUMERIC
                   AND FH-RUN-DATE NOT < WS-WEEK-START
                   AND FH-RUN-DATE NOT > Y2KDate
                       PERFORM Keep-Day-Feed
                   END-IF
                   PERFORM Read-History
               END-PERFORM
               CLOSE FEED-HISTORY-FILE
           ELSE
               DISPLAY "FEEDHIST.DAT: status " FEED-HISTORY-STATUS
                   ", no feed history for the week"
           END-IF.

       Read-History.
           READ FEED-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       Keep-Day-Feed.
           SET DAY-FEED-FOUND TO FALSE
           PERFORM VARYING WS-DF-SUB FROM 1 BY 1
               UNTIL WS-DF-SUB > WS-DF-COUNT
                  OR DAY-FEED-FOUND
               IF WS-DF-DATE (WS-DF-SUB) = FH-RUN-DATE
               AND WS-DF-FEED-FILE (WS-DF-SUB) = FH-FEED-FILE
                   SET DAY-FEED-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF DAY-FEED-FOUND
               SUBTRACT 1 FROM WS-DF-SUB
           ELSE
               IF WS-DF-COUNT < 400
                   ADD 1 TO WS-DF-COUNT
                   MOVE WS-DF-COUNT TO WS-DF-SUB
               ELSE
                   ADD 1 TO WS-DF-OVERFLOW
                   MOVE ZERO TO WS-DF-SUB
               END-IF
           END-IF
           IF WS-DF-SUB > ZERO
               MOVE FH-RUN-DATE TO WS-DF-DATE (WS-DF-SUB)
               MOVE FH-FEED-FILE TO WS-DF-FEED-FILE (WS-DF-SUB)
               MOVE FH-SOURCE TO WS-DF-SOURCE (WS-DF-SUB)
               MOVE FH-MANDATORY TO WS-DF-MANDATORY (WS-DF-SUB)
               MOVE FH-CUTOFF-TIME TO WS-DF-CUTOFF (WS-DF-SUB)
               MOVE FH-SEEN-TIME TO WS-DF-SEEN-TIME (WS-DF-SUB)
               MOVE FH-OUTCOME TO WS-DF-OUTCOME (WS-DF-SUB)
               MOVE FH-MINUTES-LATE TO WS-DF-MINUTES (WS-DF-SUB)
           END-IF.

       Tally-Day-Feed.
           PERFORM Find-Feed-Stat
           IF FEED-STAT-FOUND
               ADD 1 TO WS-ST-DUE (WS-ST-SUB)
               EVALUATE WS-DF-OUTCOME (WS-DF-SUB)
                   WHEN "A"
                       ADD 1 TO WS-ST-ON-TIME (WS-ST-SUB)
                   WHEN "L"
                       ADD 1 TO WS-ST-LATE (WS-ST-SUB)
                       ADD WS-DF-MINUTES (WS-DF-SUB)
                           TO WS-ST-MINUTES (WS-ST-SUB)
                       IF WS-DF-MINUTES (WS-DF-SUB)
                           > WS-ST-WORST (WS-ST-SUB)
                           MOVE WS-DF-MINUTES (WS-DF-SUB)
                               TO WS-ST-WORST (WS-ST-SUB)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-ST-MISSING (WS-ST-SUB)
               END-EVALUATE
           END-IF.

      *> Finds the day's feed in the weekly table, or opens a slot
      *> for it in source then feed order.
       Find-Feed-Stat.
           SET FEED-STAT-FOUND TO FALSE
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
                  OR FEED-STAT-FOUND
               IF WS-ST-SOURCE (WS-ST-SUB) = WS-DF-SOURCE (WS-DF-SUB)
               AND WS-ST-FEED-FILE (WS-ST-SUB)
                   = WS-DF-FEED-FILE (WS-DF-SUB)
                   SET FEED-STAT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF FEED-STAT-FOUND
               SUBTRACT 1 FROM WS-ST-SUB
           ELSE
               IF WS-ST-COUNT < 60
                   PERFORM Place-Feed-Stat
                   SET FEED-STAT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ST-OVERFLOW
               END-IF
           END-IF.

       Place-Feed-Stat.
           MOVE WS-DF-SOURCE (WS-DF-SUB) TO WS-NEW-SOURCE
           MOVE WS-DF-FEED-FILE (WS-DF-SUB) TO WS-NEW-FEED-FILE
           MOVE WS-DF-MANDATORY (WS-DF-SUB) TO WS-NEW-MANDATORY
           MOVE ZERO TO WS-NEW-COUNTS
           SET FEED-STAT-PLACED TO FALSE
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
                  OR FEED-STAT-PLACED
               IF WS-ST-SOURCE (WS-ST-SUB) > WS-NEW-SOURCE
               OR (WS-ST-SOURCE (WS-ST-SUB) = WS-NEW-SOURCE
                   AND WS-ST-FEED-FILE (WS-ST-SUB)
                       > WS-NEW-FEED-FILE)
                   SET FEED-STAT-PLACED TO TRUE
               END-IF
           END-PERFORM
           IF FEED-STAT-PLACED
               SUBTRACT 1 FROM WS-ST-SUB
           END-IF
           PERFORM VARYING WS-ST-MOVE-SUB FROM WS-ST-COUNT BY -1
               UNTIL WS-ST-MOVE-SUB < WS-ST-SUB
               MOVE WS-ST-ENTRY (WS-ST-MOVE-SUB)
                   TO WS-ST-ENTRY (WS-ST-MOVE-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-STAT TO WS-ST-ENTRY (WS-ST-SUB)
           ADD 1 TO WS-ST-COUNT.

       Print-Source-Summary.
           MOVE SPACES TO WS-TOTAL-SOURCE
           INITIALIZE WS-SOURCE-TOTALS
           PERFORM Print-Feed-Stat
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
           IF WS-ST-COUNT > ZERO
               PERFORM Print-Source-Total
           ELSE
               MOVE "  (no feeds were due this week)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO PL-LINE
           MOVE "ALL SOURCES" TO PL-SOURCE
           MOVE WS-WK-DUE TO WS-LINE-DUE
           MOVE WS-WK-ON-TIME TO WS-LINE-ON-TIME
           MOVE WS-WK-LATE TO WS-LINE-LATE
           MOVE WS-WK-MISSING TO WS-LINE-MISSING
           MOVE WS-WK-MINUTES TO WS-LINE-MINUTES
           MOVE WS-WK-WORST TO WS-LINE-WORST
           PERFORM Fill-Figures
           MOVE PL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-ST-OVERFLOW > ZERO OR WS-DF-OVERFLOW > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  NOT COUNTED - PAST THE TABLE LIMITS: "
                   WS-DF-OVERFLOW " HISTORY ROWS, " WS-ST-OVERFLOW
                   " DELIVERIES OF FEEDS PAST THE 60 TRACKED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Print-Feed-Stat.
           IF WS-ST-SOURCE (WS-ST-SUB) NOT = WS-TOTAL-SOURCE
               IF WS-ST-SUB > 1
                   PERFORM Print-Source-Total
               END-IF
               MOVE WS-ST-SOURCE (WS-ST-SUB) TO WS-TOTAL-SOURCE
               INITIALIZE WS-SOURCE-TOTALS
           END-IF
           MOVE SPACES TO PL-LINE
           MOVE WS-ST-SOURCE (WS-ST-SUB) TO PL-SOURCE
           MOVE WS-ST-FEED-FILE (WS-ST-SUB) TO PL-FEED-FILE
           IF WS-ST-MANDATORY (WS-ST-SUB) = "Y"
               MOVE "YES" TO PL-MANDATORY
           ELSE
               MOVE "NO" TO PL-MANDATORY
           END-IF
           MOVE WS-ST-DUE (WS-ST-SUB) TO WS-LINE-DUE
           MOVE WS-ST-ON-TIME (WS-ST-SUB) TO WS-LINE-ON-TIME
           MOVE WS-ST-LATE (WS-ST-SUB) TO WS-LINE-LATE
           MOVE WS-ST-MISSING (WS-ST-SUB) TO WS-LINE-MISSING
           MOVE WS-ST-MINUTES (WS-ST-SUB) TO WS-LINE-MINUTES
           MOVE WS-ST-WORST (WS-ST-SUB) TO WS-LINE-WORST
           PERFORM Fill-Figures
           MOVE PL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           ADD WS-LINE-DUE TO WS-SRC-DUE WS-WK-DUE
           ADD WS-LINE-ON-TIME TO WS-SRC-ON-TIME WS-WK-ON-TIME
           ADD WS-LINE-LATE TO WS-SRC-LATE WS-WK-LATE
           ADD WS-LINE-MISSING TO WS-SRC-MISSING WS-WK-MISSING
           ADD WS-LINE-MINUTES TO WS-SRC-MINUTES WS-WK-MINUTES
           IF WS-LINE-WORST > WS-SRC-WORST
               MOVE WS-LINE-WORST TO WS-SRC-WORST
           END-IF
           IF WS-LINE-WORST > WS-WK-WORST
               MOVE WS-LINE-WORST TO WS-WK-WORST
           END-IF.

       Print-Source-Total.
           MOVE SPACES TO PL-LINE
           MOVE "  SOURCE TOTAL" TO PL-FEED-FILE
           MOVE WS-SRC-DUE TO WS-LINE-DUE
           MOVE WS-SRC-ON-TIME TO WS-LINE-ON-TIME
           MOVE WS-SRC-LATE TO WS-LINE-LATE
           MOVE WS-SRC-MISSING TO WS-LINE-MISSING
           MOVE WS-SRC-MINUTES TO WS-LINE-MINUTES
           MOVE WS-SRC-WORST TO WS-LINE-WORST
           PERFORM Fill-Figures
           MOVE PL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> The average is over the late deliveries only; on time is
      *> the share of all the deliveries due.
       Fill-Figures.
           MOVE WS-LINE-DUE TO PL-DUE
           MOVE WS-LINE-ON-TIME TO PL-ON-TIME
           MOVE WS-LINE-LATE TO PL-LATE
           MOVE WS-LINE-MISSING TO PL-MISSING
           MOVE ZERO TO WS-AVERAGE-LATE
           IF WS-LINE-LATE > ZERO
               COMPUTE WS-AVERAGE-LATE ROUNDED =
                   WS-LINE-MINUTES / WS-LINE-LATE
           END-IF
           MOVE WS-AVERAGE-LATE TO PL-AVERAGE-LATE
           MOVE WS-LINE-WORST TO PL-WORST-LATE
           MOVE ZERO TO WS-ON-TIME-PCT
           IF WS-LINE-DUE > ZERO
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   (WS-LINE-ON-TIME * 100) / WS-LINE-DUE
           END-IF
           MOVE WS-ON-TIME-PCT TO PL-ON-TIME-PCT.

       Print-Exception-List.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  -- LATE AND MISSING DELIVERIES --"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-One-Exception
               VARYING WS-DF-SUB FROM 1 BY 1
               UNTIL WS-DF-SUB > WS-DF-COUNT
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  (every feed due this week arrived on time)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Print-One-Exception.
           IF WS-DF-OUTCOME (WS-DF-SUB) NOT = "A"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO XL-LINE
               MOVE WS-DF-DATE (WS-DF-SUB) TO XL-DATE
               MOVE WS-DF-SOURCE (WS-DF-SUB) TO XL-SOURCE
               MOVE WS-DF-FEED-FILE (WS-DF-SUB) TO XL-FEED-FILE
               IF WS-DF-MANDATORY (WS-DF-SUB) = "Y"
                   MOVE "YES" TO XL-MANDATORY
               ELSE
                   MOVE "NO" TO XL-MANDATORY
               END-IF
               MOVE WS-DF-CUTOFF (WS-DF-SUB) TO WS-HHMM-WORK
               MOVE WS-HHMM-HH TO WS-EDIT-HH
               MOVE WS-HHMM-MM TO WS-EDIT-MM
               IF WS-DF-OUTCOME (WS-DF-SUB) = "L"
                   MOVE "LATE" TO XL-OUTCOME
                   MOVE WS-DF-MINUTES (WS-DF-SUB) TO WS-MINUTES-EDIT
                   STRING "Cutoff " WS-HHMM-EDIT ", "
                       WS-MINUTES-EDIT " minutes late"
                       DELIMITED BY SIZE INTO XL-NOTE
               ELSE
                   MOVE "MISSING" TO XL-OUTCOME
                   STRING "Cutoff " WS-HHMM-EDIT
                       ", not on file at cycle start"
                       DELIMITED BY SIZE INTO XL-NOTE
               END-IF
               MOVE XL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

           COPY PRTWR.
