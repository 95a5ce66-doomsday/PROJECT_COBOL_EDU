      *>----------------------------------------------------------
      *> PAYHIST.CPY
      *> FD and record layout for the payroll history (PAYHIST.DAT,
      *> line sequential, appended): one row per employee per pay,
      *> gross to net. Gross always equals net plus pretax and
      *> post-tax deductions, federal and state income tax and the
      *> statutory withholdings; employer costs ride alongside and
      *> are not part of it. Payroll-Calc writes it and refuses a
      *> pay date already on it.
      *>----------------------------------------------------------
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           02  PH-PAY-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  PH-PERIOD-END       PIC 9(8).
           02  FILLER              PIC X(1).
           02  PH-EMPLOYEE-ID      PIC 9(6).
           02  FILLER              PIC X(1).
           02  PH-DEPT-CODE        PIC X(4).
           02  FILLER              PIC X(1).
           02  PH-FTE              PIC 9V99.
           02  FILLER              PIC X(1).
           02  PH-GROSS            PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-PRETAX           PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-TAXABLE          PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-FED-WH           PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-STATE-WH         PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-STATUTORY        PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-POSTTAX          PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-NET              PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  PH-EMPLOYER         PIC 9(7)V99.
