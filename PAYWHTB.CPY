      *>----------------------------------------------------------
      *> PAYWHTB.CPY
      *> FD and record layout for the payroll withholding tables
      *> (PAYWHTB.DAT), percentage method on annualized wages. A
      *> table is named by its id - FED for federal income tax, a
      *> state's two-letter code for its income tax - and is a set
      *> of brackets sharing one effective-from date: each bracket
      *> taxes wages from its floor up at the base tax plus the
      *> rate times the excess over the floor. The set in force on
      *> a pay date is the one with the latest effective-from on or
      *> before it, so next year's tables load ahead of time.
      *> Pay-Rate-Maint maintains the file with an audit trail;
      *> Payroll-Calc withholds off it.
      *>----------------------------------------------------------
       FD  PAY-WHTABLE-FILE.
       01  PAY-WHTABLE-RECORD.
           02  PWT-TABLE-ID        PIC X(4).
           02  FILLER              PIC X(1).
           02  PWT-EFF-FROM        PIC 9(8).
           02  FILLER              PIC X(1).
           02  PWT-WAGE-FLOOR      PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PWT-BASE-TAX        PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PWT-RATE            PIC 9V9999.
           02  FILLER              PIC X(1).
           02  PWT-UPDATED-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  PWT-UPDATED-BY      PIC X(8).
