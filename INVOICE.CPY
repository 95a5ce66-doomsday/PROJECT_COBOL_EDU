      *> written before the field existed carry SPACE, which every
      *> reader takes as a charge. Charges and late-fee lines add
      *> to a student's receivable; credit lines reduce it.
      *> INV-TERM-CODE names the term whose course load a charge
      *> or credit line priced, with INV-COURSE-COUNT the load it
      *> left billed; the nightly re-bill reads the latest such
      *> line per student and term as the load last invoiced.
      *> Lines from before the field carry SPACES.
      *> INV-CREDIT-HOURS is the credit-hour load the line left
      *> billed, alongside the course count; SPACES on lines from
      *> before credit hours were on the catalog.
      *> INV-INVOICE-NO is the line's own number, drawn from the
      *> shared INVNOCTL.DAT counter through NEXT-INVOICE-NO by
      *> every program that writes a line, so a payment can name
      *> the invoice it pays and Ar-Post can carry each invoice as
      *> an open item. Lines from before the field carry SPACES
      *> and are applied oldest-first like any unnamed payment.
      *> A write-off line ("W") is a supervisor-approved bad-debt
      *> write-off from Write-Off, netted off the student's open
      *> items like a credit; a write-off recovery line ("V") is
      *> Ar-Post putting written-off money back on the receivable
      *> when a later payment would otherwise leave the student
      *> in credit, and adds to it like a charge.
      *> A returned-check fee line ("F") is the published fee
      *> Ar-Post charges when the bank returns a student's check;
      *> it adds to the receivable like a late fee.
      *> A refund line ("D") is a check Refund-Disburse issued
      *> against a credit balance; it adds to the receivable like
      *> a charge, so the balance it paid out comes back to zero.
      *>----------------------------------------------------------
       01  INVOICE-RECORD.
           02  INV-RUN-DATE        PIC 9(8).
               88 INV-IS-CHARGE    VALUE "C" SPACE.
               88 INV-IS-CREDIT    VALUE "R".
               88 INV-IS-LATE-FEE  VALUE "L".
               88 INV-IS-WRITE-OFF VALUE "W".
               88 INV-IS-WO-RECOVERY VALUE "V".
               88 INV-IS-NSF-FEE   VALUE "F".
               88 INV-IS-REFUND    VALUE "D".
           02  FILLER              PIC X(1).
           02  INV-TERM-CODE       PIC X(6).
           02  FILLER              PIC X(1).
           02  INV-CREDIT-HOURS    PIC 9(3)V9.
           02  FILLER              PIC X(1).
           02  INV-INVOICE-NO      PIC 9(8).
