      *> INVOICE.CPY for the invoice side.
      *> PAY-RUN-DATE is the cycle date the payment posted on;
      *> PAY-PAY-DATE is the deposit date the bursar keyed.
      *> PAY-INVOICE-NO is the invoice the payer said the money
      *> was for, as keyed on PAYTXN.DAT; SPACES (every payment
      *> from before the field, and any keyed without one) means
      *> Ar-Post applies it oldest invoice first.
      *> PAY-ENTRY-TYPE is SPACE on a payment. "R" marks the
      *> reversing entry Ar-Post posts when the bank returns a
      *> check: it carries the returned payment's student, pay
      *> date, reference, amount and invoice, with PAY-RUN-DATE
      *> the night it was reversed, and the pair nets to nothing -
      *> the register is never edited in place.
      *> PAY-CURRENCY-CODE is SPACES on a payment made in dollars.
      *> A family paying in its own currency has the code here and
      *> PAY-FOREIGN-AMOUNT in that currency; PAY-AMOUNT is then
      *> the base amount it converted to at the EXCHRATE.DAT rate
      *> in force on the pay date, which is what relieves the
      *> student's account, and PAY-BANK-AMOUNT the dollars the
      *> bank actually credited. Any difference between the two is
      *> the foreign-exchange gain or loss Gl-Extract posts. A
      *> reversing "R" entry carries all three off the payment it
      *> reverses.
      *>----------------------------------------------------------
       01  PAYMENT-RECORD.
           02  PAY-STUDENT-ID      PIC 9(7).
           02  PAY-REFERENCE       PIC X(8).
           02  FILLER              PIC X(1).
           02  PAY-RUN-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  PAY-INVOICE-NO      PIC 9(8).
           02  FILLER              PIC X(1).
           02  PAY-ENTRY-TYPE      PIC X.
               88 PAY-IS-PAYMENT   VALUE SPACE.
               88 PAY-IS-RETURNED  VALUE "R".
           02  FILLER              PIC X(1).
           02  PAY-CURRENCY-CODE   PIC X(3).
               88 PAY-IN-BASE-CURRENCY VALUE SPACES.
           02  FILLER              PIC X(1).
           02  PAY-FOREIGN-AMOUNT  PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PAY-BANK-AMOUNT     PIC 9(5)V99.
