       IDENTIFICATION DIVISION.
       PROGRAM-ID. Feed-Check.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Inbound feed arrival monitor. The cycle reads ROSTER.DAT,
      *> STUDENTTXN.DAT, ENROLLTXN.DAT, ATTDTXN.DAT, PAYTXN.DAT,
      *> CALCTRAN.DAT, CALCREQ.DAT and the store sales feed, and
      *> every one of those steps takes a file that is not there
      *> for a quiet day - so a feed that never arrived went
      *> unnoticed until someone asked where their payments were.
      *> FEEDSCHD.DAT lists each expected feed: the file, who
      *> sends it, the days of the week it is expected, the time
      *> it is due by and whether the cycle can run without it.
      *> A feed counts as on file when it holds at least one
      *> record; an empty file is one Feed-Asm already consumed or
      *> a sender that delivered nothing, and reads as not there.
      *> Each time this program looks, a feed seen on file for the
      *> first time on the date is stamped with the time in
      *> FEEDARRV.DAT, and that first sighting is its arrival time
      *> from then on. Run standalone it is a poll - operations
      *> can run it through the evening so arrivals are stamped as
      *> they land - and it only stamps and lists. CALLed by
      *> Master-Driver ahead of the first step, with the run date,
      *> it is the check the cycle stands on:
      *>   - each feed expected today is ARRIVED (first seen by its
      *>     cutoff), LATE (first seen after it) or MISSING (not on
      *>     file now), and the outcome goes to FEEDHIST.DAT for
      *>     the weekly Feed-Punctuality report;
      *>   - a late feed and a missing optional one are warnings on
      *>     the shared error log, for the exception report; a
      *>     missing mandatory feed is an error there and ends the
      *>     step RC 8, which holds the cycle until it turns up;
      *>   - RC 4 for anything late or missing short of that, or a
      *>     schedule row that cannot be used (it is listed and
      *>     skipped); no schedule at all monitors nothing, RC 4.
      *> FEEDCHK.RPT lists every scheduled feed with its outcome.
      *> Day of the week by Zeller's congruence, exactly as
      *> Accept-Date computes it (1 = Saturday, 2 = Sunday).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-SCHEDULE-FILE ASSIGN TO "FEEDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-SCHEDULE-STATUS.

           SELECT FEED-ARRIVAL-FILE ASSIGN TO "FEEDARRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-ARRIVAL-STATUS.

           SELECT FEED-HISTORY-FILE ASSIGN TO "FEEDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-HISTORY-STATUS.

           SELECT FEED-PROBE-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-PROBE-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "FEEDCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
      *> One row per expected feed: the file name; the sender; a
      *> Y/N flag for each day Monday through Sunday; the cutoff,
      *> HHMM on the 24-hour clock; Y when the cycle must not run
      *> without it.
       FD  FEED-SCHEDULE-FILE.
       01  FEED-SCHEDULE-RECORD.
           02  FS-FEED-FILE        PIC X(14).
           02  FILLER              PIC X(1).
           02  FS-SOURCE           PIC X(20).
           02  FILLER              PIC X(1).
           02  FS-DAYS             PIC X(7).
           02  FS-DAY-FLAGS REDEFINES FS-DAYS.
               03  FS-DAY-FLAG     PIC X OCCURS 7 TIMES.
           02  FILLER              PIC X(1).
           02  FS-CUTOFF-TIME      PIC 9(4).
           02  FS-CUTOFF-PARTS REDEFINES FS-CUTOFF-TIME.
               03  FS-CUTOFF-HH    PIC 99.
               03  FS-CUTOFF-MM    PIC 99.
           02  FILLER              PIC X(1).
           02  FS-MANDATORY        PIC X.
               88 FS-MANDATORY-VALID VALUE "Y" "N".

      *> First sighting of a feed on a date, appended once.
       FD  FEED-ARRIVAL-FILE.
       01  FEED-ARRIVAL-RECORD.
           02  FA-ARRIVAL-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  FA-FEED-FILE        PIC X(14).
           02  FILLER              PIC X(1).
           02  FA-SEEN-TIME        PIC 9(8).

       FD  FEED-HISTORY-FILE.
           COPY FEEDHIST.

       FD  FEED-PROBE-FILE.
       01  FEED-PROBE-RECORD       PIC X(256).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 FEED-SCHEDULE-STATUS PIC XX.
       01 FEED-ARRIVAL-STATUS  PIC XX.
       01 FEED-HISTORY-STATUS  PIC XX.
       01 FEED-PROBE-STATUS    PIC XX.
       01 WS-FEED-NAME         PIC X(14) VALUE SPACES.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-SCHEDULE-EOF      PIC X VALUE "N".
           88 END-OF-SCHEDULE  VALUE "Y".
       01 WS-ARRIVAL-EOF       PIC X VALUE "N".
           88 END-OF-ARRIVALS  VALUE "Y".
       01 WS-PROBE-EOF         PIC X VALUE "N".
           88 PROBE-FILE-EMPTY VALUE "Y" FALSE "N".

      *> Set when Master-Driver passes the run date: the outcome
      *> counts, goes to history and the error log and sets the
      *> return code. A standalone poll only stamps and lists.
       01 WS-CHECK-MODE        PIC X VALUE "P".
           88 CYCLE-CHECK      VALUE "C".
           88 POLL-ONLY        VALUE "P".

       01 WS-CHECK-TIME        PIC 9(8) VALUE ZERO.
       01 WS-CHECK-HHMM        PIC 9(4) VALUE ZERO.
       01 WS-TIME-REMAINDER    PIC 9(4) VALUE ZERO.

      *> The usable schedule rows and what this run found.
       01 WS-FD-COUNT          PIC 99 VALUE ZERO.
       01 WS-FD-SUB            PIC 99 VALUE ZERO.
       01 WS-FD-TABLE-AREA.
           02 WS-FD-ENTRY OCCURS 40 TIMES.
               03 WS-FD-FEED-FILE  PIC X(14).
               03 WS-FD-SOURCE     PIC X(20).
               03 WS-FD-DAYS       PIC X(7).
               03 WS-FD-CUTOFF     PIC 9(4).
               03 WS-FD-MANDATORY  PIC X.
               03 WS-FD-DUE-TODAY  PIC X.
               03 WS-FD-ON-FILE    PIC X.
               03 WS-FD-SEEN-TIME  PIC 9(4).
               03 WS-FD-OUTCOME    PIC X.
               03 WS-FD-MINUTES    PIC 9(4).
       01 WS-BAD-ROW-COUNT     PIC 99 VALUE ZERO.
       01 WS-BAD-ROW-TABLE-AREA.
           02 WS-BAD-ROW-ENTRY OCCURS 20 TIMES.
               03 WS-BAD-ROW-IMAGE  PIC X(50).
               03 WS-BAD-ROW-REASON PIC X(40).
       01 WS-ROW-REASON        PIC X(40).
       01 WS-FLAG-SUB          PIC 9 VALUE ZERO.
       01 WS-FLAGS-VALID       PIC X VALUE "Y".
           88 DAY-FLAGS-VALID  VALUE "Y" FALSE "N".

      *> Feeds already stamped as seen on the date.
       01 WS-AR-COUNT          PIC 99 VALUE ZERO.
       01 WS-AR-SUB            PIC 99 VALUE ZERO.
       01 WS-AR-TABLE-AREA.
           02 WS-AR-ENTRY OCCURS 40 TIMES.
               03 WS-AR-FEED-FILE  PIC X(14).
               03 WS-AR-SEEN-HHMM  PIC 9(4).
       01 WS-AR-FOUND          PIC X VALUE "N".
           88 ARRIVAL-FOUND    VALUE "Y" FALSE "N".

      *> Zeller's congruence working fields, as in Accept-Date.
       01 ZEL-MONTH            PIC 99.
       01 ZEL-YEAR             PIC 9(4).
       01 ZEL-CENTURY          PIC 9(4).
       01 ZEL-YEAR-OF-CENTURY  PIC 9(4).
       01 ZEL-MONTH-NUMER      PIC 9(4).
       01 ZEL-MONTH-TERM       PIC 9(4).
       01 ZEL-YOC-QUOTIENT     PIC 9(4).
       01 ZEL-CENTURY-QUOTIENT PIC 9(4).
       01 ZEL-H                PIC S9(6).
       01 WS-DAY-OF-WEEK       PIC 9.
      *> Today's position in the schedule's Monday-first flags.
       01 WS-DAY-POSITION      PIC 9.

       01 WS-SEEN-MINUTES      PIC 9(4) VALUE ZERO.
       01 WS-CUTOFF-MINUTES    PIC 9(4) VALUE ZERO.
       01 WS-HHMM-WORK         PIC 9(4) VALUE ZERO.
       01 WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
           02 WS-HHMM-HH       PIC 99.
           02 WS-HHMM-MM       PIC 99.
       01 WS-HHMM-EDIT.
           02 WS-EDIT-HH       PIC 99.
           02 FILLER           PIC X VALUE ":".
           02 WS-EDIT-MM       PIC 99.
       01 WS-MINUTES-EDIT      PIC ZZZ9.

       01 WS-DUE-COUNT         PIC 99 VALUE ZERO.
       01 WS-ARRIVED-COUNT     PIC 99 VALUE ZERO.
       01 WS-LATE-COUNT        PIC 99 VALUE ZERO.
       01 WS-MISSING-COUNT     PIC 99 VALUE ZERO.
       01 WS-AWAITED-COUNT     PIC 99 VALUE ZERO.
       01 WS-HELD-COUNT        PIC 99 VALUE ZERO.

       01 FL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 FL-FEED-FILE     PIC X(14).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FL-SOURCE        PIC X(20).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FL-DAYS          PIC X(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FL-CUTOFF        PIC X(5).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FL-MANDATORY     PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FL-SEEN          PIC X(5).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FL-STATUS        PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FL-NOTE          PIC X(40).
           02 FILLER           PIC X(15) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
               SET CYCLE-CHECK TO TRUE
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
               SET POLL-ONLY TO TRUE
           END-IF
           MOVE "FEEDCHK" TO ERR-PROGRAM-ID
           MOVE "FEEDSCHD.DAT" TO ERR-SOURCE-FILE
           ACCEPT WS-CHECK-TIME FROM TIME
           DIVIDE WS-CHECK-TIME BY 10000 GIVING WS-CHECK-HHMM
               REMAINDER WS-TIME-REMAINDER
           PERFORM Compute-Day-Of-Week
           IF WS-DAY-OF-WEEK >= 3
               COMPUTE WS-DAY-POSITION = WS-DAY-OF-WEEK - 2
           ELSE
               COMPUTE WS-DAY-POSITION = WS-DAY-OF-WEEK + 5
           END-IF

           PERFORM Load-Feed-Schedule
           PERFORM Load-Arrivals
           PERFORM Check-One-Feed
               VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FD-COUNT
           IF CYCLE-CHECK
               PERFORM Record-Outcomes
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "INBOUND FEED ARRIVAL CHECK" TO RH-TITLE
           MOVE "FEED-CHECK" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " FEED FILE       SOURCE                D" &
               "AYS     CUTOFF MND  SEEN   STATUS    NOT" &
               "E" TO RH-COLUMN-HEADS
           PERFORM Print-Feed-Lines
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           IF POLL-ONLY
               DISPLAY "Feed-Check poll: " WS-ARRIVED-COUNT
                   " arrived, " WS-LATE-COUNT " late, "
                   WS-AWAITED-COUNT " awaited of " WS-DUE-COUNT
                   " due today"
               GOBACK
           END-IF
           DISPLAY "Feed-Check: " WS-DUE-COUNT " feed(s) due, "
               WS-ARRIVED-COUNT " arrived, " WS-LATE-COUNT
               " late, " WS-MISSING-COUNT " missing"
           EVALUATE TRUE
               WHEN WS-HELD-COUNT > ZERO
                   DISPLAY "Feed-Check: " WS-HELD-COUNT
                       " mandatory feed(s) missing - the cycle is "
                       "held; see FEEDCHK.RPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > ZERO
                 OR WS-MISSING-COUNT > ZERO
                 OR WS-BAD-ROW-COUNT > ZERO
                 OR WS-FD-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> A row that cannot be used is kept aside with its reason
      *> for the report rather than dropped unseen.
       Load-Feed-Schedule.
           OPEN INPUT FEED-SCHEDULE-FILE
           IF FEED-SCHEDULE-STATUS = "00"
               PERFORM Read-Schedule-Row
               PERFORM UNTIL END-OF-SCHEDULE
                   IF FEED-SCHEDULE-RECORD NOT = SPACES
                       PERFORM Edit-Schedule-Row
                   END-IF
                   PERFORM Read-Schedule-Row
               END-PERFORM
               CLOSE FEED-SCHEDULE-FILE
           ELSE
               DISPLAY "FEEDSCHD.DAT: status " FEED-SCHEDULE-STATUS
                   ", no inbound feeds monitored"
           END-IF.

       Read-Schedule-Row.
           READ FEED-SCHEDULE-FILE
               AT END
                   SET END-OF-SCHEDULE TO TRUE
           END-READ.

       Edit-Schedule-Row.
           MOVE SPACES TO WS-ROW-REASON
           SET DAY-FLAGS-VALID TO TRUE
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 7
               IF FS-DAY-FLAG (WS-FLAG-SUB) NOT = "Y"
               AND FS-DAY-FLAG (WS-FLAG-SUB) NOT = "N"
                   SET DAY-FLAGS-VALID TO FALSE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FS-FEED-FILE = SPACES
                   MOVE "No feed file named" TO WS-ROW-REASON
               WHEN NOT DAY-FLAGS-VALID
                   MOVE "Day flags must be Y or N, Monday first"
                       TO WS-ROW-REASON
               WHEN FS-CUTOFF-TIME NOT NUMERIC
                   MOVE "Cutoff time not numeric" TO WS-ROW-REASON
               WHEN FS-CUTOFF-HH > 23 OR FS-CUTOFF-MM > 59
                   MOVE "Cutoff time not a time of day"
                       TO WS-ROW-REASON
               WHEN NOT FS-MANDATORY-VALID
                   MOVE "Mandatory flag must be Y or N"
                       TO WS-ROW-REASON
               WHEN WS-FD-COUNT >= 40
                   MOVE "More than 40 scheduled feeds"
                       TO WS-ROW-REASON
           END-EVALUATE
           IF WS-ROW-REASON = SPACES
               ADD 1 TO WS-FD-COUNT
               MOVE FS-FEED-FILE TO WS-FD-FEED-FILE (WS-FD-COUNT)
               MOVE FS-SOURCE TO WS-FD-SOURCE (WS-FD-COUNT)
               MOVE FS-DAYS TO WS-FD-DAYS (WS-FD-COUNT)
               MOVE FS-CUTOFF-TIME TO WS-FD-CUTOFF (WS-FD-COUNT)
               MOVE FS-MANDATORY TO WS-FD-MANDATORY (WS-FD-COUNT)
               MOVE FS-DAY-FLAG (WS-DAY-POSITION)
                   TO WS-FD-DUE-TODAY (WS-FD-COUNT)
               MOVE "N" TO WS-FD-ON-FILE (WS-FD-COUNT)
               MOVE ZERO TO WS-FD-SEEN-TIME (WS-FD-COUNT)
               MOVE SPACE TO WS-FD-OUTCOME (WS-FD-COUNT)
               MOVE ZERO TO WS-FD-MINUTES (WS-FD-COUNT)
           ELSE
               IF WS-BAD-ROW-COUNT < 20
                   ADD 1 TO WS-BAD-ROW-COUNT
                   MOVE FEED-SCHEDULE-RECORD
                       TO WS-BAD-ROW-IMAGE (WS-BAD-ROW-COUNT)
                   MOVE WS-ROW-REASON
                       TO WS-BAD-ROW-REASON (WS-BAD-ROW-COUNT)
               END-IF
           END-IF.

       Load-Arrivals.
           OPEN INPUT FEED-ARRIVAL-FILE
           IF FEED-ARRIVAL-STATUS = "00"
               PERFORM Read-Arrival
               PERFORM UNTIL END-OF-ARRIVALS
                   IF FA-ARRIVAL-DATE = Y2KDate
                   AND WS-AR-COUNT < 40
                       ADD 1 TO WS-AR-COUNT
                       MOVE FA-FEED-FILE
                           TO WS-AR-FEED-FILE (WS-AR-COUNT)
                       DIVIDE FA-SEEN-TIME BY 10000
                           GIVING WS-AR-SEEN-HHMM (WS-AR-COUNT)
                           REMAINDER WS-TIME-REMAINDER
                   END-IF
                   PERFORM Read-Arrival
               END-PERFORM
               CLOSE FEED-ARRIVAL-FILE
           END-IF.

       Read-Arrival.
           READ FEED-ARRIVAL-FILE
               AT END
                   SET END-OF-ARRIVALS TO TRUE
           END-READ.

      *> On file means opened with at least one record in it. The
      *> first sighting on the date is stamped and kept; a later
      *> look takes the stamped time, not its own.
       Check-One-Feed.
           MOVE WS-FD-FEED-FILE (WS-FD-SUB) TO WS-FEED-NAME
           SET PROBE-FILE-EMPTY TO TRUE
           OPEN INPUT FEED-PROBE-FILE
           IF FEED-PROBE-STATUS = "00"
               SET PROBE-FILE-EMPTY TO FALSE
               READ FEED-PROBE-FILE
                   AT END
                       SET PROBE-FILE-EMPTY TO TRUE
               END-READ
               CLOSE FEED-PROBE-FILE
           END-IF
           IF NOT PROBE-FILE-EMPTY
               MOVE "Y" TO WS-FD-ON-FILE (WS-FD-SUB)
               PERFORM Find-Arrival
               IF ARRIVAL-FOUND
                   MOVE WS-AR-SEEN-HHMM (WS-AR-SUB)
                       TO WS-FD-SEEN-TIME (WS-FD-SUB)
               ELSE
                   PERFORM Stamp-Arrival
                   MOVE WS-CHECK-HHMM TO WS-FD-SEEN-TIME (WS-FD-SUB)
               END-IF
           END-IF
           IF WS-FD-DUE-TODAY (WS-FD-SUB) = "Y"
               ADD 1 TO WS-DUE-COUNT
               PERFORM Classify-Feed
           END-IF.

       Find-Arrival.
           SET ARRIVAL-FOUND TO FALSE
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
                  OR ARRIVAL-FOUND
               IF WS-AR-FEED-FILE (WS-AR-SUB) = WS-FEED-NAME
                   SET ARRIVAL-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF ARRIVAL-FOUND
               SUBTRACT 1 FROM WS-AR-SUB
           END-IF.

       Stamp-Arrival.
           OPEN EXTEND FEED-ARRIVAL-FILE
           IF FEED-ARRIVAL-STATUS = "35"
               OPEN OUTPUT FEED-ARRIVAL-FILE
               CLOSE FEED-ARRIVAL-FILE
               OPEN EXTEND FEED-ARRIVAL-FILE
           END-IF
           MOVE SPACES TO FEED-ARRIVAL-RECORD
           MOVE Y2KDate TO FA-ARRIVAL-DATE
           MOVE WS-FEED-NAME TO FA-FEED-FILE
           MOVE WS-CHECK-TIME TO FA-SEEN-TIME
           WRITE FEED-ARRIVAL-RECORD
           CLOSE FEED-ARRIVAL-FILE.

      *> A feed not on file is MISSING to the cycle; to a poll it
      *> is only awaited, since the cycle has not started yet.
       Classify-Feed.
           IF WS-FD-ON-FILE (WS-FD-SUB) = "Y"
               IF WS-FD-SEEN-TIME (WS-FD-SUB)
                   > WS-FD-CUTOFF (WS-FD-SUB)
                   MOVE "L" TO WS-FD-OUTCOME (WS-FD-SUB)
                   MOVE WS-FD-SEEN-TIME (WS-FD-SUB) TO WS-HHMM-WORK
                   COMPUTE WS-SEEN-MINUTES =
                       (WS-HHMM-HH * 60) + WS-HHMM-MM
                   MOVE WS-FD-CUTOFF (WS-FD-SUB) TO WS-HHMM-WORK
                   COMPUTE WS-CUTOFF-MINUTES =
                       (WS-HHMM-HH * 60) + WS-HHMM-MM
                   COMPUTE WS-FD-MINUTES (WS-FD-SUB) =
                       WS-SEEN-MINUTES - WS-CUTOFF-MINUTES
                   ADD 1 TO WS-LATE-COUNT
               ELSE
                   MOVE "A" TO WS-FD-OUTCOME (WS-FD-SUB)
                   ADD 1 TO WS-ARRIVED-COUNT
               END-IF
           ELSE
               IF CYCLE-CHECK
                   MOVE "M" TO WS-FD-OUTCOME (WS-FD-SUB)
                   ADD 1 TO WS-MISSING-COUNT
                   IF WS-FD-MANDATORY (WS-FD-SUB) = "Y"
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               ELSE
                   MOVE "W" TO WS-FD-OUTCOME (WS-FD-SUB)
                   ADD 1 TO WS-AWAITED-COUNT
               END-IF
           END-IF.

      *> One history row per feed due today, and the late and
      *> missing ones to the error log for the exception report.
       Record-Outcomes.
           OPEN EXTEND FEED-HISTORY-FILE
           IF FEED-HISTORY-STATUS = "35"
               OPEN OUTPUT FEED-HISTORY-FILE
               CLOSE FEED-HISTORY-FILE
               OPEN EXTEND FEED-HISTORY-FILE
           END-IF
           PERFORM Record-One-Outcome
               VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FD-COUNT
           CLOSE FEED-HISTORY-FILE.

       Record-One-Outcome.
           IF WS-FD-DUE-TODAY (WS-FD-SUB) = "Y"
               MOVE SPACES TO FEED-HISTORY-RECORD
               MOVE Y2KDate TO FH-RUN-DATE
               MOVE WS-FD-FEED-FILE (WS-FD-SUB) TO FH-FEED-FILE
               MOVE WS-FD-SOURCE (WS-FD-SUB) TO FH-SOURCE
               MOVE WS-FD-MANDATORY (WS-FD-SUB) TO FH-MANDATORY
               MOVE WS-FD-CUTOFF (WS-FD-SUB) TO FH-CUTOFF-TIME
               MOVE WS-FD-SEEN-TIME (WS-FD-SUB) TO FH-SEEN-TIME
               MOVE WS-FD-OUTCOME (WS-FD-SUB) TO FH-OUTCOME
               MOVE WS-FD-MINUTES (WS-FD-SUB) TO FH-MINUTES-LATE
               WRITE FEED-HISTORY-RECORD
               PERFORM Log-Feed-Exception
           END-IF.

       Log-Feed-Exception.
           MOVE "FS-FEED-FILE" TO ERR-FIELD-NAME
           MOVE WS-FD-FEED-FILE (WS-FD-SUB) TO ERR-INCOMING-VALUE
           MOVE SPACES TO ERR-RECORD-IMAGE
           EVALUATE WS-FD-OUTCOME (WS-FD-SUB)
               WHEN "L"
                   MOVE WS-FD-MINUTES (WS-FD-SUB) TO WS-MINUTES-EDIT
                   MOVE SPACES TO ERR-MESSAGE
                   STRING "Feed arrived " WS-MINUTES-EDIT
                       " minutes after cutoff"
                       DELIMITED BY SIZE INTO ERR-MESSAGE
                   MOVE "W" TO ERR-SEVERITY
                   PERFORM Write-Error-Log
               WHEN "M"
                   IF WS-FD-MANDATORY (WS-FD-SUB) = "Y"
                       MOVE "Mandatory feed missing - cycle held"
                           TO ERR-MESSAGE
                   ELSE
                       MOVE "Optional feed missing at cycle start"
                           TO ERR-MESSAGE
                       MOVE "W" TO ERR-SEVERITY
                   END-IF
                   PERFORM Write-Error-Log
           END-EVALUATE.

       Print-Feed-Lines.
           PERFORM Print-One-Feed
               VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FD-COUNT
           IF WS-FD-COUNT = ZERO
               MOVE "  (no feeds scheduled)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           IF CYCLE-CHECK
               STRING "  DUE TODAY: " WS-DUE-COUNT
                   "   ARRIVED: " WS-ARRIVED-COUNT
                   "   LATE: " WS-LATE-COUNT
                   "   MISSING: " WS-MISSING-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  DUE TODAY: " WS-DUE-COUNT
                   "   ARRIVED: " WS-ARRIVED-COUNT
                   "   LATE: " WS-LATE-COUNT
                   "   AWAITED: " WS-AWAITED-COUNT
                   "   (POLL ONLY - NOTHING RECORDED)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM Write-Print-Line
           IF WS-HELD-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  CYCLE HELD: " WS-HELD-COUNT
                   " MANDATORY FEED(S) MISSING - RC 8"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           IF WS-BAD-ROW-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE "  -- SCHEDULE ROWS NOT USED --"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               PERFORM Print-Bad-Row
                   VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-BAD-ROW-COUNT
           END-IF.

       Print-One-Feed.
           MOVE WS-FD-FEED-FILE (WS-FD-SUB) TO FL-FEED-FILE
           MOVE WS-FD-SOURCE (WS-FD-SUB) TO FL-SOURCE
           MOVE WS-FD-DAYS (WS-FD-SUB) TO FL-DAYS
           MOVE WS-FD-CUTOFF (WS-FD-SUB) TO WS-HHMM-WORK
           PERFORM Edit-Clock-Time
           MOVE WS-HHMM-EDIT TO FL-CUTOFF
           IF WS-FD-MANDATORY (WS-FD-SUB) = "Y"
               MOVE "YES" TO FL-MANDATORY
           ELSE
               MOVE "NO" TO FL-MANDATORY
           END-IF
           IF WS-FD-ON-FILE (WS-FD-SUB) = "Y"
               MOVE WS-FD-SEEN-TIME (WS-FD-SUB) TO WS-HHMM-WORK
               PERFORM Edit-Clock-Time
               MOVE WS-HHMM-EDIT TO FL-SEEN
           ELSE
               MOVE SPACES TO FL-SEEN
           END-IF
           MOVE SPACES TO FL-NOTE
           EVALUATE WS-FD-OUTCOME (WS-FD-SUB)
               WHEN "A"
                   MOVE "ARRIVED" TO FL-STATUS
               WHEN "L"
                   MOVE "LATE" TO FL-STATUS
                   MOVE WS-FD-MINUTES (WS-FD-SUB) TO WS-MINUTES-EDIT
                   STRING WS-MINUTES-EDIT " minutes after cutoff"
                       DELIMITED BY SIZE INTO FL-NOTE
               WHEN "M"
                   MOVE "MISSING" TO FL-STATUS
                   IF WS-FD-MANDATORY (WS-FD-SUB) = "Y"
                       MOVE "Mandatory - cycle held until it arrives"
                           TO FL-NOTE
                   ELSE
                       MOVE "Optional - cycle runs without it"
                           TO FL-NOTE
                   END-IF
               WHEN "W"
                   MOVE "AWAITED" TO FL-STATUS
                   IF WS-CHECK-HHMM > WS-FD-CUTOFF (WS-FD-SUB)
                       MOVE "Past its cutoff and not yet on file"
                           TO FL-NOTE
                   END-IF
               WHEN OTHER
                   MOVE "NOT DUE" TO FL-STATUS
                   IF WS-FD-ON-FILE (WS-FD-SUB) = "Y"
                       MOVE "Not expected today but on file"
                           TO FL-NOTE
                   END-IF
           END-EVALUATE
           MOVE FL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Edit-Clock-Time.
           MOVE WS-HHMM-HH TO WS-EDIT-HH
           MOVE WS-HHMM-MM TO WS-EDIT-MM.

       Print-Bad-Row.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-BAD-ROW-IMAGE (WS-FD-SUB) "  "
               WS-BAD-ROW-REASON (WS-FD-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Zeller's congruence, Gregorian calendar, each division
      *> truncated on its own exactly as Accept-Date does it.
       Compute-Day-Of-Week.
           MOVE Y2KMonth TO ZEL-MONTH
           MOVE Y2KYear  TO ZEL-YEAR
           IF ZEL-MONTH < 3
               ADD 12 TO ZEL-MONTH
               SUBTRACT 1 FROM ZEL-YEAR
           END-IF
           DIVIDE ZEL-YEAR BY 100 GIVING ZEL-CENTURY
           COMPUTE ZEL-YEAR-OF-CENTURY = ZEL-YEAR - (ZEL-CENTURY * 100)
           COMPUTE ZEL-MONTH-NUMER = 13 * (ZEL-MONTH + 1)
           DIVIDE ZEL-MONTH-NUMER BY 5 GIVING ZEL-MONTH-TERM
           DIVIDE ZEL-YEAR-OF-CENTURY BY 4 GIVING ZEL-YOC-QUOTIENT
           DIVIDE ZEL-CENTURY BY 4 GIVING ZEL-CENTURY-QUOTIENT
           COMPUTE ZEL-H =
               (Y2KDay + ZEL-MONTH-TERM
                  + ZEL-YEAR-OF-CENTURY + ZEL-YOC-QUOTIENT
                  + ZEL-CENTURY-QUOTIENT + (5 * ZEL-CENTURY))
           DIVIDE ZEL-H BY 7 GIVING ZEL-H REMAINDER ZEL-H
           ADD 1 TO ZEL-H GIVING WS-DAY-OF-WEEK.

           COPY ERRLOGWR.
           COPY PRTWR.
