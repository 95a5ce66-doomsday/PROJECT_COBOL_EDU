      *>----------------------------------------------------------
      *> PAYPLAN.CPY
      *> Record layout for the indexed installment schedule file
      *> (PAYPLAN.DAT), keyed PLN-PLAN-KEY - the student and the
      *> student's installment sequence - with PLN-DUE-DATE as an
      *> alternate key (duplicates allowed). Tuition-Bill adds one
      *> row per scheduled installment when a student's
      *> PLANELEC.DAT election splits the invoice, numbering them
      *> on from the student's last installment, so a student's
      *> plans read back oldest first in key order. The nightly
      *> Plan-Assess pass reads only the installments due before
      *> the run date, by the due-date key, and rewrites the ones
      *> it flags in place. Due dates come off the shared
      *> NEXT-BUS-DAY routine, so no installment ever falls on a
      *> weekend or a bank holiday.
      *> PLN-STATUS is SPACE/O while the installment is open and
      *> "L" once the late fee for it has been assessed, so a
      *> second assessment pass cannot fee the same installment
      *> twice.
      *> PLN-CUM-SCHEDULED is the plan's scheduled amount through
      *> this installment (this one and every earlier one of the
      *> same plan), set when the row is written: an installment
      *> is covered when the student's payments and credits reach
      *> it, so Plan-Assess judges each due row on its own without
      *> reading the rest of the plan. Plan-Convert loaded the old
      *> line-sequential schedule into this layout once.
      *>----------------------------------------------------------
       01  PAY-PLAN-RECORD.
           02  PLN-PLAN-KEY.
               03  PLN-STUDENT-ID  PIC 9(7).
               03  PLN-SEQ-NO      PIC 9(3).
           02  PLN-DUE-DATE        PIC 9(8).
           02  PLN-AMOUNT          PIC 9(5)V99.
           02  PLN-INVOICE-DATE    PIC 9(8).
           02  PLN-STATUS          PIC X.
               88 PLN-IS-OPEN      VALUE "O" SPACE.
               88 PLN-LATE-ASSESSED VALUE "L".
           02  PLN-CUM-SCHEDULED   PIC 9(7)V99.
