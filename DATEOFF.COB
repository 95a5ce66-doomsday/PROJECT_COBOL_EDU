       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-DATE.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Shared date-offset routine in the mold of NEXT-BUS-DAY:
      *> takes a Y2KDate, a signed day count and a day unit, and
      *> returns the date that many days after it (before it when
      *> the count is negative). Unit "B" counts business days
      *> only - Saturdays, Sundays and the HOLCAL.DAT holidays
      *> are stepped over and not counted - so "5 business days
      *> after term start" lands where the registrar means it;
      *> any other unit counts calendar days. A zero count returns
      *> the date itself whatever the unit. The holiday calendar
      *> loads on the first CALL of the run unit and stays loaded,
      *> as NEXT-BUS-DAY's does, with the same compiled-in
      *> fallback.
      *> Day-of-week by Zeller's congruence, exactly as Accept-Date
      *> computes it (1 = Saturday, 2 = Sunday).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLCALSL.

       DATA DIVISION.
       FILE SECTION.
           COPY HOLCAL.

       WORKING-STORAGE SECTION.
       01 WS-WALK-DATE.
           02 WS-WALK-YEAR     PIC 9(4).
           02 WS-WALK-MONTH    PIC 99.
           02 WS-WALK-DAY      PIC 99.

       01 WS-DAYS-LEFT         PIC 9(3).
       01 WS-BUSINESS-FLAG     PIC X VALUE "N".
           88 DAY-IS-BUSINESS  VALUE "Y" FALSE "N".
       01 WS-MONTH-DAYS        PIC 99.

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

       01 WS-LEAP-FLAG         PIC X VALUE "N".
           88 IS-LEAP-YEAR     VALUE "Y" FALSE "N".
       01 WS-LEAP-QUOTIENT     PIC 9(4).
       01 WS-LEAP-REMAINDER    PIC 999.

           COPY HOLCALTB.

       01 DAYS-IN-MONTH-VALUES.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 29.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.

       01 DAYS-IN-MONTH-AREA REDEFINES DAYS-IN-MONTH-VALUES.
           02 DAYS-IN-MONTH OCCURS 12 TIMES PIC 99.

       LINKAGE SECTION.
       01 LK-DATE          PIC 9(8).
       01 LK-OFFSET        PIC S9(3).
       01 LK-DAY-UNIT      PIC X.
       01 LK-RESULT-DATE   PIC 9(8).

       PROCEDURE DIVISION USING LK-DATE LK-OFFSET LK-DAY-UNIT
                                LK-RESULT-DATE.
       BeginProgram.
           PERFORM Load-Holiday-Calendar
           MOVE LK-DATE TO WS-WALK-DATE
           IF LK-OFFSET < ZERO
               COMPUTE WS-DAYS-LEFT = ZERO - LK-OFFSET
           ELSE
               MOVE LK-OFFSET TO WS-DAYS-LEFT
           END-IF
           PERFORM UNTIL WS-DAYS-LEFT = ZERO
               IF LK-OFFSET < ZERO
                   PERFORM Step-Back-One-Day
               ELSE
                   PERFORM Step-Forward-One-Day
               END-IF
               IF LK-DAY-UNIT = "B"
                   PERFORM Check-Business-Day
               ELSE
                   SET DAY-IS-BUSINESS TO TRUE
               END-IF
               IF DAY-IS-BUSINESS
                   SUBTRACT 1 FROM WS-DAYS-LEFT
               END-IF
           END-PERFORM
           MOVE WS-WALK-DATE TO LK-RESULT-DATE
           GOBACK.

       Set-Month-Days.
           MOVE DAYS-IN-MONTH (WS-WALK-MONTH) TO WS-MONTH-DAYS
           IF WS-WALK-MONTH = 2
               PERFORM Check-Leap-Year
               IF NOT IS-LEAP-YEAR
                   MOVE 28 TO WS-MONTH-DAYS
               END-IF
           END-IF.

       Step-Forward-One-Day.
           PERFORM Set-Month-Days
           IF WS-WALK-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-WALK-DAY
           ELSE
               MOVE 1 TO WS-WALK-DAY
               IF WS-WALK-MONTH = 12
                   MOVE 1 TO WS-WALK-MONTH
                   ADD 1 TO WS-WALK-YEAR
               ELSE
                   ADD 1 TO WS-WALK-MONTH
               END-IF
           END-IF.

       Step-Back-One-Day.
           IF WS-WALK-DAY > 1
               SUBTRACT 1 FROM WS-WALK-DAY
           ELSE
               IF WS-WALK-MONTH = 1
                   MOVE 12 TO WS-WALK-MONTH
                   SUBTRACT 1 FROM WS-WALK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WALK-MONTH
               END-IF
               PERFORM Set-Month-Days
               MOVE WS-MONTH-DAYS TO WS-WALK-DAY
           END-IF.

       Check-Business-Day.
           SET DAY-IS-BUSINESS TO TRUE
           PERFORM Compute-Day-Of-Week
           IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 2
               SET DAY-IS-BUSINESS TO FALSE
           ELSE
               MOVE WS-WALK-DATE TO WS-HOL-CHECK-DATE
               PERFORM Check-Holiday-Date
               IF CHECK-DATE-IS-HOLIDAY
                   SET DAY-IS-BUSINESS TO FALSE
               END-IF
           END-IF.

      *> Zeller's congruence, Gregorian calendar, each division
      *> truncated on its own exactly as Accept-Date does it.
       Compute-Day-Of-Week.
           MOVE WS-WALK-MONTH TO ZEL-MONTH
           MOVE WS-WALK-YEAR  TO ZEL-YEAR
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
               (WS-WALK-DAY + ZEL-MONTH-TERM
                  + ZEL-YEAR-OF-CENTURY + ZEL-YOC-QUOTIENT
                  + ZEL-CENTURY-QUOTIENT + (5 * ZEL-CENTURY))
           DIVIDE ZEL-H BY 7 GIVING ZEL-H REMAINDER ZEL-H
           ADD 1 TO ZEL-H GIVING WS-DAY-OF-WEEK.

      *> Standard Gregorian leap-year rule: divisible by 4, except
      *> centuries, which must divide evenly by 400.
       Check-Leap-Year.
           SET IS-LEAP-YEAR TO FALSE
           DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               SET IS-LEAP-YEAR TO TRUE
           ELSE
               DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

           COPY HOLCALLD.
       END PROGRAM SHIFT-DATE.
