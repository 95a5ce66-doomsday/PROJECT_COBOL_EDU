      *> withdrawal turns into a billing dispute. Callable from
      *> Master-Driver with the run date; no transaction file is
      *> a day school was out.
      *> 15 Oct 2026 MK - Each absence pattern flagged is also queued on
      *> NOTIFYQ.DAT for Notify-Format to tell the family, named by the
      *> date the run of absences began.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS TERM-MASTER-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "ABSRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.
       FD  TERM-MASTER-FILE.
           COPY TERMM.

       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFYQ.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       01 ATTEND-CONTROL-STATUS PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 TERM-MASTER-STATUS    PIC XX.
       01 NOTIFY-QUEUE-STATUS   PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
       01 WS-FLAGGED-COUNT     PIC 9(5) VALUE ZERO.

      *> Trailing consecutive-absence run per student and course;
      *> a P resets the run, an A extends it. The date the run
      *> began names it on the notice to the family, so a run
      *> still going tomorrow is not told twice.
       01 WS-RUN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-RUN-SUB           PIC 9(3) VALUE ZERO.
       01 WS-RUN-FOUND         PIC X VALUE "N".
               03 WS-RN-TERM       PIC X(6).
               03 WS-RN-STREAK     PIC 9(3).
               03 WS-RN-LAST-DATE  PIC 9(8).
               03 WS-RN-START-DATE PIC 9(8).
       01 WS-RUN-OVERFLOW      PIC 9(5) VALUE ZERO.

       01 ABS-DETAIL-LINE.
                   MOVE AH-TERM-CODE   TO WS-RN-TERM (WS-RUN-SUB)
                   MOVE ZERO TO WS-RN-STREAK (WS-RUN-SUB)
                   MOVE ZERO TO WS-RN-LAST-DATE (WS-RUN-SUB)
                   MOVE ZERO TO WS-RN-START-DATE (WS-RUN-SUB)
               ELSE
                   ADD 1 TO WS-RUN-OVERFLOW
                   MOVE ZERO TO WS-RUN-SUB
           END-IF
           IF WS-RUN-SUB > ZERO
               IF AH-PRESENT-CODE = "A"
                   IF WS-RN-STREAK (WS-RUN-SUB) = ZERO
                       MOVE AH-CLASS-DATE
                           TO WS-RN-START-DATE (WS-RUN-SUB)
                   END-IF
                   ADD 1 TO WS-RN-STREAK (WS-RUN-SUB)
               ELSE
                   MOVE ZERO TO WS-RN-STREAK (WS-RUN-SUB)
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUD-ID  COURSE  TERM    RUN  LAST-DATE"
               TO RH-COLUMN-HEADS
           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF NOTIFY-QUEUE-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
               CLOSE NOTIFY-QUEUE-FILE
               OPEN EXTEND NOTIFY-QUEUE-FILE
           END-IF
           PERFORM Print-One-Pattern
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           CLOSE NOTIFY-QUEUE-FILE
           IF WS-FLAGGED-COUNT = ZERO
               MOVE "  (no absence patterns past the threshold)"
                   TO WS-PRINT-LINE
               DISPLAY "  Absence pattern: " WS-RN-ID (WS-RUN-SUB)
                   " in " WS-RN-COURSE (WS-RUN-SUB) ", "
                   WS-RN-STREAK (WS-RUN-SUB) " in a row"
               PERFORM Queue-Absence-Notice
           END-IF.

      *> Every night the run stays past the threshold it queues
      *> again; Notify-Format tells the family once per run, by
      *> the date it began.
       Queue-Absence-Notice.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE WS-RN-ID (WS-RUN-SUB)         TO NQ-STUDENT-ID
           SET NQ-ABSENCE TO TRUE
           MOVE WS-RN-COURSE (WS-RUN-SUB)     TO NQ-COURSE-CODE
           MOVE WS-RN-TERM (WS-RUN-SUB)       TO NQ-TERM-CODE
           MOVE WS-RN-START-DATE (WS-RUN-SUB) TO NQ-EVENT-DATE
           MOVE Y2KDate                       TO NQ-RUN-DATE
           MOVE "ATTEND"                      TO NQ-PROGRAM-ID
           MOVE ZERO                          TO NQ-AMOUNT
           MOVE WS-RN-STREAK (WS-RUN-SUB)     TO NQ-COUNT
           WRITE NOTIFY-QUEUE-RECORD.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "ATTEND"        TO CH-PROGRAM-ID
