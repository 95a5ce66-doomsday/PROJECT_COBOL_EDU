       IDENTIFICATION DIVISION.
       PROGRAM-ID. Job-Calendar.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Term-end job calendar. Class-Cancel, Dereg, Grade-Post,
      *> Acad-Standing and Period-Close were all run by the
      *> operator "at term end", and every term one of them was
      *> forgotten or run on the wrong day. TERMCAL.DAT ties each
      *> of them to a day reckoned from the TERMM.DAT dates of
      *> every term on file - so many business or calendar days
      *> before or after the term's start, end or census date -
      *> and this step, CALLed by Master-Driver ahead of the
      *> term-end steps, works out which are due tonight and
      *> hands them back in JOB-DUE-AREA for the driver to run.
      *> The jobs, by their Master-Driver step names:
      *>   CLSCANCL Class-Cancel    DEREG    Dereg
      *>   GRADPOST Grade-Post      STANDING Acad-Standing
      *>   PERDCLOS Period-Close
      *> A job is due on its day and, if the cycle missed it, for
      *> as many days after as its calendar row allows; it counts
      *> as run once DRIVERCT.DAT journals the step complete (RC
      *> under 8) on or after the day it fell due. Each row names
      *> the control card (or input file) the job cannot run
      *> without; a job due with its card missing is held, not
      *> run, and stays due through its catch-up days so it runs
      *> the night the card turns up.
      *> JOBCAL.RPT is the look-ahead: every term-end job falling
      *> due from tonight through the next 14 days, plus any held
      *> or missed in the last 14, with whether its card is on
      *> file yet and the card's opening columns, so operations
      *> can see the term it names before the night it runs.
      *> RETURN-CODE 4 when a job is held or missed, or a calendar
      *> row is unusable (it is listed and skipped); no calendar
      *> file schedules nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TERMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS TERM-MASTER-STATUS.

           SELECT DRIVER-CONTROL-FILE ASSIGN TO "DRIVERCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIVER-CONTROL-STATUS.

           SELECT JOB-CARD-FILE ASSIGN TO DYNAMIC WS-CARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CARD-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "JOBCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One row per scheduled job: the Master-Driver step name;
      *> the term date it hangs off (S start, E end, C census);
      *> the offset, negative for before; the unit (B business
      *> days, C calendar days); the days after its due date the
      *> cycle may still run it if a night was missed; and the
      *> card or file it needs, blank for none.
       FD  TERM-CALENDAR-FILE.
       01  TERM-CALENDAR-RECORD.
           02  JC-JOB-NAME         PIC X(8).
               88 JC-JOB-KNOWN     VALUE "CLSCANCL" "DEREG"
                                         "GRADPOST" "STANDING"
                                         "PERDCLOS".
           02  FILLER              PIC X(1).
           02  JC-ANCHOR           PIC X.
               88 JC-ANCHOR-VALID  VALUE "S" "E" "C".
           02  FILLER              PIC X(1).
           02  JC-OFFSET           PIC S9(3) SIGN LEADING SEPARATE.
           02  FILLER              PIC X(1).
           02  JC-DAY-UNIT         PIC X.
               88 JC-UNIT-VALID    VALUE "B" "C".
           02  FILLER              PIC X(1).
           02  JC-CATCHUP-DAYS     PIC 99.
           02  FILLER              PIC X(1).
           02  JC-CARD-FILE        PIC X(12).

       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  DRIVER-CONTROL-FILE.
       01  DRIVER-CONTROL-RECORD.
           02  DC-RUN-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  DC-STEP-NAME        PIC X(12).
           02  FILLER              PIC X(1).
           02  DC-RETURN-CODE      PIC 9(4).
           02  FILLER              PIC X(1).
           02  DC-END-TIME         PIC 9(8).

       FD  JOB-CARD-FILE.
       01  JOB-CARD-RECORD         PIC X(80).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 TERM-CALENDAR-STATUS PIC XX.
       01 TERM-MASTER-STATUS   PIC XX.
       01 DRIVER-CONTROL-STATUS PIC XX.
       01 JOB-CARD-STATUS      PIC XX.
       01 WS-CARD-NAME         PIC X(12) VALUE SPACES.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-CALENDAR-EOF      PIC X VALUE "N".
           88 END-OF-CALENDAR  VALUE "Y".
       01 WS-JOURNAL-EOF       PIC X VALUE "N".
           88 END-OF-JOURNAL   VALUE "Y".
       01 WS-TERM-EOF          PIC X VALUE "N".
           88 END-OF-TERMS     VALUE "Y" FALSE "N".

      *> The usable calendar rows.
       01 WS-CR-COUNT          PIC 99 VALUE ZERO.
       01 WS-CR-SUB            PIC 99 VALUE ZERO.
       01 WS-CR-TABLE-AREA.
           02 WS-CR-ENTRY OCCURS 30 TIMES.
               03 WS-CR-JOB        PIC X(8).
               03 WS-CR-ANCHOR     PIC X.
               03 WS-CR-OFFSET     PIC S9(3).
               03 WS-CR-UNIT       PIC X.
               03 WS-CR-CATCHUP    PIC 99.
               03 WS-CR-CARD-FILE  PIC X(12).
       01 WS-BAD-ROW-COUNT     PIC 99 VALUE ZERO.
       01 WS-BAD-ROW-TABLE-AREA.
           02 WS-BAD-ROW-ENTRY OCCURS 30 TIMES.
               03 WS-BAD-ROW-IMAGE  PIC X(36).
               03 WS-BAD-ROW-REASON PIC X(40).
       01 WS-ROW-REASON        PIC X(40).

      *> The last date DRIVERCT.DAT shows each job complete.
       01 WS-LR-COUNT          PIC 99 VALUE ZERO.
       01 WS-LR-SUB            PIC 99 VALUE ZERO.
       01 WS-LR-TABLE-AREA.
           02 WS-LR-ENTRY OCCURS 10 TIMES.
               03 WS-LR-JOB        PIC X(8).
               03 WS-LR-LAST-DATE  PIC 9(8).
       01 WS-LR-FOUND          PIC X VALUE "N".
           88 LAST-RUN-FOUND   VALUE "Y" FALSE "N".

       01 WS-TM-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-TM-SUB            PIC 9(3) VALUE ZERO.
       01 WS-TM-TABLE-AREA.
           02 WS-TM-ENTRY OCCURS 100 TIMES.
               03 WS-TM-TERM-CODE  PIC X(6).
               03 WS-TM-START      PIC 9(8).
               03 WS-TM-END        PIC 9(8).
               03 WS-TM-CENSUS     PIC 9(8).
       01 WS-TM-OVERFLOW       PIC 9(3) VALUE ZERO.

      *> The events on the look-ahead, kept in due-date order.
       01 WS-EV-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-EV-SUB            PIC 9(3) VALUE ZERO.
       01 WS-EV-TABLE-AREA.
           02 WS-EV-ENTRY OCCURS 200 TIMES.
               03 WS-EV-DUE-DATE   PIC 9(8).
               03 WS-EV-DAYS       PIC S9(7).
               03 WS-EV-JOB        PIC X(8).
               03 WS-EV-TERM       PIC X(6).
               03 WS-EV-EVENT      PIC X(26).
               03 WS-EV-CARD-FILE  PIC X(12).
               03 WS-EV-CARD-STATE PIC X(7).
               03 WS-EV-STATUS     PIC X(22).
               03 WS-EV-CARD-IMAGE PIC X(18).
       01 WS-EV-OVERFLOW       PIC 9(3) VALUE ZERO.
       01 WS-EV-PLACED         PIC X VALUE "N".
           88 EVENT-PLACED     VALUE "Y" FALSE "N".
       01 WS-NEW-EVENT.
           02 WS-NEW-DUE-DATE   PIC 9(8).
           02 WS-NEW-DAYS       PIC S9(7).
           02 WS-NEW-JOB        PIC X(8).
           02 WS-NEW-TERM       PIC X(6).
           02 WS-NEW-EVENT-TEXT PIC X(26).
           02 WS-NEW-CARD-FILE  PIC X(12).
           02 WS-NEW-CARD-STATE PIC X(7).
           02 WS-NEW-STATUS     PIC X(22).
           02 WS-NEW-CARD-IMAGE PIC X(18).

       01 WS-LOOK-AHEAD-DAYS   PIC S9(3) VALUE +14.
       01 WS-CALENDAR-UNIT     PIC X VALUE "C".
       01 WS-HORIZON-DATE      PIC 9(8) VALUE ZERO.
       01 WS-ANCHOR-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CALL-OFFSET       PIC S9(3) VALUE ZERO.
       01 WS-CALL-UNIT         PIC X VALUE SPACE.
       01 WS-DUE-DATE          PIC 9(8) VALUE ZERO.
       01 WS-DAYS-AWAY         PIC S9(7) VALUE ZERO.
       01 WS-DAYS-LATE         PIC S9(7) VALUE ZERO.
       01 WS-SHOW-EVENT        PIC X VALUE "N".
           88 SHOW-EVENT       VALUE "Y" FALSE "N".
       01 WS-DUE-TONIGHT       PIC X VALUE "N".
           88 DUE-TONIGHT      VALUE "Y" FALSE "N".
       01 WS-CARD-ON-FILE      PIC X VALUE "N".
           88 CARD-ON-FILE     VALUE "Y" FALSE "N".
       01 WS-JD-FOUND          PIC X VALUE "N".
           88 JOB-ALREADY-DUE  VALUE "Y" FALSE "N".
       01 WS-JD-SUB            PIC 99 VALUE ZERO.

       01 WS-OFFSET-ABS        PIC 9(3) VALUE ZERO.
       01 WS-OFFSET-EDIT       PIC ZZ9.
       01 WS-UNIT-WORD         PIC X(9).
       01 WS-DIR-WORD          PIC X(6).
       01 WS-ANCHOR-WORD       PIC X(6).

       01 WS-TONIGHT-COUNT     PIC 99 VALUE ZERO.
       01 WS-HELD-COUNT        PIC 99 VALUE ZERO.
       01 WS-MISSED-COUNT      PIC 99 VALUE ZERO.

       01 JL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 JL-DUE-DATE      PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-DAYS          PIC ---9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-JOB           PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-TERM          PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-EVENT         PIC X(26).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-CARD-FILE     PIC X(12).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-CARD-STATE    PIC X(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-STATUS        PIC X(22).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-CARD-IMAGE    PIC X(18).
           02 FILLER           PIC X(4)  VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).
           COPY JOBDUE.

       PROCEDURE DIVISION USING LK-TODAY-DATE JOB-DUE-AREA.
       Begin.
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           MOVE ZERO TO JD-DUE-COUNT
           CALL "SHIFT-DATE" USING Y2KDate WS-LOOK-AHEAD-DAYS
               WS-CALENDAR-UNIT WS-HORIZON-DATE

           PERFORM Load-Calendar
           PERFORM Load-Last-Runs
           PERFORM Load-Terms
           PERFORM Schedule-Term-Jobs
               VARYING WS-TM-SUB FROM 1 BY 1
               UNTIL WS-TM-SUB > WS-TM-COUNT

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "TERM-END JOB CALENDAR - NEXT 14 DAYS" TO RH-TITLE
           MOVE "JOB-CALENDAR" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " DUE DATE  DAYS  JOB       TERM    EVEN" &
               "T                       CARD FILE     CAR" &
               "D     STATUS                  CARD COLUM" &
               "NS" TO RH-COLUMN-HEADS
           PERFORM Print-Look-Ahead
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           DISPLAY "Job-Calendar: " WS-TONIGHT-COUNT " term-end "
               "job(s) due tonight, " WS-HELD-COUNT " held for a "
               "missing card, " WS-MISSED-COUNT " missed"
           IF WS-HELD-COUNT > ZERO OR WS-MISSED-COUNT > ZERO
           OR WS-BAD-ROW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

      *> A row that cannot be scheduled is kept aside with its
      *> reason for the report rather than dropped unseen.
       Load-Calendar.
           OPEN INPUT TERM-CALENDAR-FILE
           IF TERM-CALENDAR-STATUS = "00"
               PERFORM Read-Calendar-Row
               PERFORM UNTIL END-OF-CALENDAR
                   IF TERM-CALENDAR-RECORD NOT = SPACES
                       PERFORM Edit-Calendar-Row
                   END-IF
                   PERFORM Read-Calendar-Row
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           ELSE
               DISPLAY "TERMCAL.DAT: status " TERM-CALENDAR-STATUS
                   ", no term-end jobs scheduled"
           END-IF.

       Read-Calendar-Row.
           READ TERM-CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
           END-READ.

       Edit-Calendar-Row.
           MOVE SPACES TO WS-ROW-REASON
           EVALUATE TRUE
               WHEN NOT JC-JOB-KNOWN
                   MOVE "Not a term-end job the driver runs"
                       TO WS-ROW-REASON
               WHEN NOT JC-ANCHOR-VALID
                   MOVE "Term date must be S, E or C"
                       TO WS-ROW-REASON
               WHEN JC-OFFSET NOT NUMERIC
                   MOVE "Day offset not numeric" TO WS-ROW-REASON
               WHEN NOT JC-UNIT-VALID
                   MOVE "Day unit must be B or C" TO WS-ROW-REASON
               WHEN JC-CATCHUP-DAYS NOT NUMERIC
                   MOVE "Catch-up days not numeric"
                       TO WS-ROW-REASON
               WHEN WS-CR-COUNT >= 30
                   MOVE "More than 30 calendar rows"
                       TO WS-ROW-REASON
           END-EVALUATE
           IF WS-ROW-REASON = SPACES
               ADD 1 TO WS-CR-COUNT
               MOVE JC-JOB-NAME TO WS-CR-JOB (WS-CR-COUNT)
               MOVE JC-ANCHOR TO WS-CR-ANCHOR (WS-CR-COUNT)
               MOVE JC-OFFSET TO WS-CR-OFFSET (WS-CR-COUNT)
               MOVE JC-DAY-UNIT TO WS-CR-UNIT (WS-CR-COUNT)
               MOVE JC-CATCHUP-DAYS TO WS-CR-CATCHUP (WS-CR-COUNT)
               MOVE JC-CARD-FILE TO WS-CR-CARD-FILE (WS-CR-COUNT)
           ELSE
               IF WS-BAD-ROW-COUNT < 30
                   ADD 1 TO WS-BAD-ROW-COUNT
                   MOVE TERM-CALENDAR-RECORD
                       TO WS-BAD-ROW-IMAGE (WS-BAD-ROW-COUNT)
                   MOVE WS-ROW-REASON
                       TO WS-BAD-ROW-REASON (WS-BAD-ROW-COUNT)
               END-IF
           END-IF.

      *> Only the term-end steps are kept, each at the latest date
      *> the journal shows it finishing with RC under 8.
       Load-Last-Runs.
           OPEN INPUT DRIVER-CONTROL-FILE
           IF DRIVER-CONTROL-STATUS = "00"
               PERFORM Read-Journal
               PERFORM UNTIL END-OF-JOURNAL
                   IF DC-RETURN-CODE < 8
                       PERFORM Note-Last-Run
                   END-IF
                   PERFORM Read-Journal
               END-PERFORM
               CLOSE DRIVER-CONTROL-FILE
           END-IF.

       Read-Journal.
           READ DRIVER-CONTROL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.

       Note-Last-Run.
           MOVE DC-STEP-NAME TO JC-JOB-NAME
           IF JC-JOB-KNOWN
               PERFORM Find-Last-Run
               IF LAST-RUN-FOUND
                   IF DC-RUN-DATE > WS-LR-LAST-DATE (WS-LR-SUB)
                       MOVE DC-RUN-DATE
                           TO WS-LR-LAST-DATE (WS-LR-SUB)
                   END-IF
               ELSE
                   IF WS-LR-COUNT < 10
                       ADD 1 TO WS-LR-COUNT
                       MOVE JC-JOB-NAME TO WS-LR-JOB (WS-LR-COUNT)
                       MOVE DC-RUN-DATE
                           TO WS-LR-LAST-DATE (WS-LR-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> Looks up the job in JC-JOB-NAME.
       Find-Last-Run.
           SET LAST-RUN-FOUND TO FALSE
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
                  OR LAST-RUN-FOUND
               IF WS-LR-JOB (WS-LR-SUB) = JC-JOB-NAME
                   SET LAST-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF LAST-RUN-FOUND
               SUBTRACT 1 FROM WS-LR-SUB
           END-IF.

       Load-Terms.
           OPEN INPUT TERM-MASTER-FILE
           IF TERM-MASTER-STATUS NOT = "00"
               DISPLAY "TERMM.DAT: status " TERM-MASTER-STATUS
                   ", no terms - nothing scheduled"
           ELSE
               MOVE LOW-VALUES TO TM-TERM-CODE
               SET END-OF-TERMS TO FALSE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN
                       TM-TERM-CODE
                   INVALID KEY
                       SET END-OF-TERMS TO TRUE
               END-START
               PERFORM UNTIL END-OF-TERMS
                   READ TERM-MASTER-FILE NEXT
                       AT END
                           SET END-OF-TERMS TO TRUE
                       NOT AT END
                           PERFORM Store-Term
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
               IF WS-TM-OVERFLOW > ZERO
                   DISPLAY "TERMM.DAT: " WS-TM-OVERFLOW " terms past "
                       "the 100 held - not scheduled"
               END-IF
           END-IF.

       Store-Term.
           IF WS-TM-COUNT < 100
               ADD 1 TO WS-TM-COUNT
               MOVE TM-TERM-CODE TO WS-TM-TERM-CODE (WS-TM-COUNT)
               MOVE TM-START-DATE TO WS-TM-START (WS-TM-COUNT)
               MOVE TM-END-DATE TO WS-TM-END (WS-TM-COUNT)
               IF TM-CENSUS-DATE NUMERIC
                   MOVE TM-CENSUS-DATE TO WS-TM-CENSUS (WS-TM-COUNT)
               ELSE
                   MOVE ZERO TO WS-TM-CENSUS (WS-TM-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-TM-OVERFLOW
           END-IF.

       Schedule-Term-Jobs.
           PERFORM Schedule-One-Job
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT.

      *> A term with no census date set has no census-relative
      *> jobs. Past due dates already run, or missed longer ago
      *> than the look-back, are history and not listed.
       Schedule-One-Job.
           EVALUATE WS-CR-ANCHOR (WS-CR-SUB)
               WHEN "S"
                   MOVE WS-TM-START (WS-TM-SUB) TO WS-ANCHOR-DATE
               WHEN "E"
                   MOVE WS-TM-END (WS-TM-SUB) TO WS-ANCHOR-DATE
               WHEN OTHER
                   MOVE WS-TM-CENSUS (WS-TM-SUB) TO WS-ANCHOR-DATE
           END-EVALUATE
           IF WS-ANCHOR-DATE NOT = ZERO
               MOVE WS-CR-OFFSET (WS-CR-SUB) TO WS-CALL-OFFSET
               MOVE WS-CR-UNIT (WS-CR-SUB) TO WS-CALL-UNIT
               CALL "SHIFT-DATE" USING WS-ANCHOR-DATE WS-CALL-OFFSET
                   WS-CALL-UNIT WS-DUE-DATE
               IF WS-DUE-DATE <= WS-HORIZON-DATE
                   PERFORM Classify-Event
               END-IF
           END-IF.

       Classify-Event.
           CALL "DAYS-BETWEEN" USING Y2KDate WS-DUE-DATE WS-DAYS-AWAY
           COMPUTE WS-DAYS-LATE = ZERO - WS-DAYS-AWAY
           SET SHOW-EVENT TO FALSE
           SET DUE-TONIGHT TO FALSE
           MOVE SPACES TO WS-NEW-STATUS
           MOVE WS-CR-JOB (WS-CR-SUB) TO JC-JOB-NAME
           PERFORM Find-Last-Run
           EVALUATE TRUE
               WHEN LAST-RUN-FOUND
               AND WS-LR-LAST-DATE (WS-LR-SUB) >= WS-DUE-DATE
               AND WS-DAYS-AWAY <= ZERO
                   IF WS-DAYS-AWAY = ZERO
                       SET SHOW-EVENT TO TRUE
                       MOVE "DONE TONIGHT" TO WS-NEW-STATUS
                   END-IF
               WHEN WS-DAYS-AWAY > ZERO
                   SET SHOW-EVENT TO TRUE
                   MOVE "UPCOMING" TO WS-NEW-STATUS
               WHEN WS-DAYS-LATE <= WS-CR-CATCHUP (WS-CR-SUB)
                   SET SHOW-EVENT TO TRUE
                   SET DUE-TONIGHT TO TRUE
               WHEN WS-DAYS-LATE <= WS-LOOK-AHEAD-DAYS
                   SET SHOW-EVENT TO TRUE
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE "MISSED - RUN BY HAND" TO WS-NEW-STATUS
           END-EVALUATE
           IF SHOW-EVENT
               MOVE WS-DUE-DATE TO WS-NEW-DUE-DATE
               MOVE WS-DAYS-AWAY TO WS-NEW-DAYS
               MOVE WS-CR-JOB (WS-CR-SUB) TO WS-NEW-JOB
               MOVE WS-TM-TERM-CODE (WS-TM-SUB) TO WS-NEW-TERM
               MOVE WS-CR-CARD-FILE (WS-CR-SUB) TO WS-NEW-CARD-FILE
               PERFORM Build-Event-Text
               PERFORM Check-Job-Card
               IF DUE-TONIGHT
                   PERFORM Mark-Due-Tonight
               END-IF
               PERFORM Place-Event
           END-IF.

      *> The card is read, not just opened: an empty card file is
      *> as good as none.
       Check-Job-Card.
           MOVE SPACES TO WS-NEW-CARD-IMAGE
           SET CARD-ON-FILE TO FALSE
           IF WS-NEW-CARD-FILE = SPACES
               SET CARD-ON-FILE TO TRUE
               MOVE "NONE" TO WS-NEW-CARD-STATE
           ELSE
               MOVE WS-NEW-CARD-FILE TO WS-CARD-NAME
               OPEN INPUT JOB-CARD-FILE
               IF JOB-CARD-STATUS = "00"
                   READ JOB-CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET CARD-ON-FILE TO TRUE
                           MOVE JOB-CARD-RECORD
                               TO WS-NEW-CARD-IMAGE
                   END-READ
                   CLOSE JOB-CARD-FILE
               END-IF
               IF CARD-ON-FILE
                   MOVE "ON FILE" TO WS-NEW-CARD-STATE
               ELSE
                   MOVE "MISSING" TO WS-NEW-CARD-STATE
               END-IF
           END-IF.

      *> A job already handed back for another term is not
      *> listed twice.
       Mark-Due-Tonight.
           IF NOT CARD-ON-FILE
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD - CARD MISSING" TO WS-NEW-STATUS
           ELSE
               IF WS-DAYS-LATE > ZERO
                   MOVE "RUNS TONIGHT - LATE" TO WS-NEW-STATUS
               ELSE
                   MOVE "RUNS TONIGHT" TO WS-NEW-STATUS
               END-IF
               SET JOB-ALREADY-DUE TO FALSE
               PERFORM VARYING WS-JD-SUB FROM 1 BY 1
                   UNTIL WS-JD-SUB > JD-DUE-COUNT
                   IF JD-JOB-NAME (WS-JD-SUB) = WS-NEW-JOB
                       SET JOB-ALREADY-DUE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT JOB-ALREADY-DUE AND JD-DUE-COUNT < 10
                   ADD 1 TO JD-DUE-COUNT
                   ADD 1 TO WS-TONIGHT-COUNT
                   MOVE WS-NEW-JOB TO JD-JOB-NAME (JD-DUE-COUNT)
                   MOVE WS-NEW-TERM TO JD-TERM-CODE (JD-DUE-COUNT)
                   MOVE WS-NEW-DUE-DATE TO JD-DUE-DATE (JD-DUE-COUNT)
               END-IF
           END-IF.

       Build-Event-Text.
           MOVE SPACES TO WS-NEW-EVENT-TEXT
           EVALUATE WS-CR-ANCHOR (WS-CR-SUB)
               WHEN "S"
                   MOVE "START" TO WS-ANCHOR-WORD
               WHEN "E"
                   MOVE "END" TO WS-ANCHOR-WORD
               WHEN OTHER
                   MOVE "CENSUS" TO WS-ANCHOR-WORD
           END-EVALUATE
           IF WS-CR-OFFSET (WS-CR-SUB) = ZERO
               STRING "ON TERM " WS-ANCHOR-WORD DELIMITED BY SIZE
                   INTO WS-NEW-EVENT-TEXT
           ELSE
               IF WS-CR-OFFSET (WS-CR-SUB) < ZERO
                   COMPUTE WS-OFFSET-ABS =
                       ZERO - WS-CR-OFFSET (WS-CR-SUB)
                   MOVE "BEFORE" TO WS-DIR-WORD
               ELSE
                   MOVE WS-CR-OFFSET (WS-CR-SUB) TO WS-OFFSET-ABS
                   MOVE "AFTER" TO WS-DIR-WORD
               END-IF
               IF WS-CR-UNIT (WS-CR-SUB) = "B"
                   MOVE "BUS DAYS" TO WS-UNIT-WORD
               ELSE
                   MOVE "DAYS" TO WS-UNIT-WORD
               END-IF
               MOVE WS-OFFSET-ABS TO WS-OFFSET-EDIT
               STRING WS-OFFSET-EDIT " " DELIMITED BY SIZE
                   WS-UNIT-WORD DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-DIR-WORD DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-ANCHOR-WORD DELIMITED BY SPACE
                   INTO WS-NEW-EVENT-TEXT
           END-IF.

      *> In due-date order, so the report reads as a diary.
       Place-Event.
           IF WS-EV-COUNT < 200
               MOVE WS-EV-COUNT TO WS-EV-SUB
               SET EVENT-PLACED TO FALSE
               PERFORM UNTIL EVENT-PLACED
                   IF WS-EV-SUB = ZERO
                       SET EVENT-PLACED TO TRUE
                   ELSE
                       IF WS-EV-DUE-DATE (WS-EV-SUB)
                           <= WS-NEW-DUE-DATE
                           SET EVENT-PLACED TO TRUE
                       ELSE
                           MOVE WS-EV-ENTRY (WS-EV-SUB)
                               TO WS-EV-ENTRY (WS-EV-SUB + 1)
                           SUBTRACT 1 FROM WS-EV-SUB
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-EV-SUB
               MOVE WS-NEW-EVENT TO WS-EV-ENTRY (WS-EV-SUB)
               ADD 1 TO WS-EV-COUNT
           ELSE
               ADD 1 TO WS-EV-OVERFLOW
           END-IF.

       Print-Look-Ahead.
           IF WS-EV-COUNT = ZERO
               MOVE "  (no term-end jobs due in the next 14 days)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-One-Event
               VARYING WS-EV-SUB FROM 1 BY 1
               UNTIL WS-EV-SUB > WS-EV-COUNT
           IF WS-EV-OVERFLOW > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  (and " WS-EV-OVERFLOW " more past the 200 "
                   "listed)" DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           IF WS-BAD-ROW-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               MOVE "  -- TERMCAL.DAT ROWS NOT SCHEDULED --"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               PERFORM Print-Bad-Row
                   VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-BAD-ROW-COUNT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DUE TONIGHT " WS-TONIGHT-COUNT "   HELD "
               WS-HELD-COUNT "   MISSED " WS-MISSED-COUNT
               "   CALENDAR ROWS NOT SCHEDULED " WS-BAD-ROW-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-One-Event.
           MOVE SPACES TO JL-LINE
           MOVE WS-EV-DUE-DATE (WS-EV-SUB) TO JL-DUE-DATE
           MOVE WS-EV-DAYS (WS-EV-SUB) TO JL-DAYS
           MOVE WS-EV-JOB (WS-EV-SUB) TO JL-JOB
           MOVE WS-EV-TERM (WS-EV-SUB) TO JL-TERM
           MOVE WS-EV-EVENT (WS-EV-SUB) TO JL-EVENT
           MOVE WS-EV-CARD-FILE (WS-EV-SUB) TO JL-CARD-FILE
           MOVE WS-EV-CARD-STATE (WS-EV-SUB) TO JL-CARD-STATE
           MOVE WS-EV-STATUS (WS-EV-SUB) TO JL-STATUS
           MOVE WS-EV-CARD-IMAGE (WS-EV-SUB) TO JL-CARD-IMAGE
           MOVE JL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Bad-Row.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-BAD-ROW-IMAGE (WS-CR-SUB) "  "
               WS-BAD-ROW-REASON (WS-CR-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Job-Calendar.
