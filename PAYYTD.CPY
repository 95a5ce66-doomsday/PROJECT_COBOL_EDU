      *>----------------------------------------------------------
      *> PAYYTD.CPY
      *> FD and record layout for the payroll year-to-date master
      *> (PAYYTD.DAT, indexed on calendar year and employee id):
      *> everything a year-end wage statement needs - gross, the
      *> pretax deductions that came off it, wages subject to
      *> income tax, federal and state income tax withheld, and
      *> per deduction code the wages it applied to and the amount
      *> taken (the social security and medicare boxes come
      *> straight off those). Payroll-Calc adds each pay to it and
      *> reads the code wages back to honour the yearly wage caps.
      *>----------------------------------------------------------
       FD  PAY-YTD-FILE.
       01  PAY-YTD-RECORD.
           02  PY-YTD-KEY.
               03  PY-CALENDAR-YEAR    PIC 9(4).
               03  PY-EMPLOYEE-ID      PIC 9(6).
           02  PY-DEPT-CODE            PIC X(4).
           02  PY-WORK-STATE           PIC X(2).
           02  PY-PAY-COUNT            PIC 99.
           02  PY-LAST-PAY-DATE        PIC 9(8).
           02  PY-GROSS                PIC 9(9)V99.
           02  PY-PRETAX               PIC 9(9)V99.
           02  PY-TAXABLE              PIC 9(9)V99.
           02  PY-FED-WH               PIC 9(9)V99.
           02  PY-STATE-WH             PIC 9(9)V99.
           02  PY-STATUTORY            PIC 9(9)V99.
           02  PY-POSTTAX              PIC 9(9)V99.
           02  PY-NET                  PIC 9(9)V99.
           02  PY-EMPLOYER             PIC 9(9)V99.
           02  PY-CODE-COUNT           PIC 99.
           02  PY-CODE-ENTRY OCCURS 12 TIMES.
               03  PY-CODE             PIC X(6).
               03  PY-CODE-WAGES       PIC 9(9)V99.
               03  PY-CODE-AMOUNT      PIC 9(9)V99.
