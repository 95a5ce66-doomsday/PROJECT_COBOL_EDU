      *>----------------------------------------------------------
      *> PAYDEDN.CPY
      *> FD and record layout for the payroll standard deductions
      *> and employer costs (PAYDEDN.DAT), one row per code per
      *> effective-from date; the row in force on a pay date is
      *> the latest one on or before it. Kinds:
      *>   W - statutory withholding off gross (social security,
      *>       medicare and the like), to a yearly wage cap;
      *>   D - employee deduction (retirement, insurance), pretax
      *>       when PDD-PRETAX is Y - it then comes off the wages
      *>       income tax is withheld on;
      *>   E - employer cost (its share of the statutory taxes,
      *>       retirement match), paid on top of gross.
      *> Method P takes PDD-RATE of the wages; method F takes the
      *> flat PDD-FLAT-AMOUNT every pay. A nonzero PDD-WAGE-CAP
      *> stops a percent code once the employee's year-to-date
      *> wages for it reach the cap. A rate of zero in a later row
      *> ends a code from that date on. Pay-Rate-Maint maintains
      *> the file with an audit trail; Payroll-Calc applies it.
      *>----------------------------------------------------------
       FD  PAY-DEDUCTION-FILE.
       01  PAY-DEDUCTION-RECORD.
           02  PDD-CODE            PIC X(6).
           02  FILLER              PIC X(1).
           02  PDD-EFF-FROM        PIC 9(8).
           02  FILLER              PIC X(1).
           02  PDD-KIND            PIC X.
               88 PDD-IS-WITHHOLDING VALUE "W".
               88 PDD-IS-DEDUCTION   VALUE "D".
               88 PDD-IS-EMPLOYER    VALUE "E".
               88 PDD-KIND-VALID     VALUE "W" "D" "E".
           02  FILLER              PIC X(1).
           02  PDD-METHOD          PIC X.
               88 PDD-IS-PERCENT     VALUE "P".
               88 PDD-IS-FLAT        VALUE "F".
               88 PDD-METHOD-VALID   VALUE "P" "F".
           02  FILLER              PIC X(1).
           02  PDD-PRETAX          PIC X.
               88 PDD-IS-PRETAX      VALUE "Y".
           02  FILLER              PIC X(1).
           02  PDD-RATE            PIC 9V9999.
           02  FILLER              PIC X(1).
           02  PDD-FLAT-AMOUNT     PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  PDD-WAGE-CAP        PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PDD-DESCRIPTION     PIC X(20).
           02  FILLER              PIC X(1).
           02  PDD-UPDATED-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  PDD-UPDATED-BY      PIC X(8).
