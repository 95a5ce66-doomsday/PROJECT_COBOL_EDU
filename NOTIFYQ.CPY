      *>----------------------------------------------------------
      *> NOTIFYQ.CPY
      *> Record layout for the outbound notification queue
      *> (NOTIFYQ.DAT): one row per thing a family should hear
      *> about, appended (OPEN EXTEND) by whichever run caused it
      *> and turned into letters and vendor messages by the
      *> nightly Notify-Format run, which then empties the queue.
      *> NQ-NOTICE-TYPE says what happened:
      *>   AB  Attend - a run of consecutive absences reached the
      *>       ATTDCTL.DAT threshold (course, term, the date the
      *>       run began, absences so far in NQ-COUNT);
      *>   LF  Plan-Assess - a late fee on a missed installment
      *>       (the installment's due date, its sequence number in
      *>       NQ-REFERENCE, the fee in NQ-AMOUNT, the fee line's
      *>       invoice number in NQ-DETAIL);
      *>   WP  Class-Enroll - promoted off the waitlist into the
      *>       course and term (the date the student was
      *>       waitlisted);
      *>   WD  Dereg - withdrawn for non-payment (the oldest unpaid
      *>       charge, the balance in NQ-AMOUNT, seats dropped in
      *>       NQ-COUNT);
      *>   CC  Class-Cancel - a class the student sat was cancelled
      *>       (course, term, the cancellation date, the course
      *>       title in NQ-DETAIL).
      *> The student, type, course, term, event date and reference
      *> together name the event: Notify-Format keeps them as the
      *> key of the sent-notices history (NOTIFHST.CPY), so the
      *> same event queued again on a later night is not sent
      *> twice. NQ-RUN-DATE is the run that queued the row.
      *>----------------------------------------------------------
       01  NOTIFY-QUEUE-RECORD.
           02  NQ-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  NQ-NOTICE-TYPE      PIC X(2).
               88 NQ-ABSENCE       VALUE "AB".
               88 NQ-LATE-FEE      VALUE "LF".
               88 NQ-WAITLIST-PROMOTED VALUE "WP".
               88 NQ-WITHDRAWN     VALUE "WD".
               88 NQ-CLASS-CANCELLED VALUE "CC".
           02  FILLER              PIC X(1).
           02  NQ-COURSE-CODE      PIC X(6).
           02  FILLER              PIC X(1).
           02  NQ-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  NQ-EVENT-DATE       PIC 9(8).
           02  FILLER              PIC X(1).
           02  NQ-REFERENCE        PIC X(8).
           02  FILLER              PIC X(1).
           02  NQ-RUN-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  NQ-PROGRAM-ID       PIC X(8).
           02  FILLER              PIC X(1).
           02  NQ-AMOUNT           PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  NQ-COUNT            PIC 9(3).
           02  FILLER              PIC X(1).
           02  NQ-DETAIL           PIC X(30).
