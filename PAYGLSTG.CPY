      *>----------------------------------------------------------
      *> PAYGLSTG.CPY
      *> FD and record layout for the payroll GL staging file
      *> (PAYGLSTG.DAT, line sequential, appended): one row per
      *> department per pay date, written by Payroll-Calc once its
      *> register proves. Gl-Extract picks up the rows whose pay
      *> date is the night's run date and posts net pay,
      *> withholdings and employer costs per department. Gross is
      *> carried for the proof: it is always net plus withheld.
      *>----------------------------------------------------------
       FD  PAY-GLSTAGE-FILE.
       01  PAY-GLSTAGE-RECORD.
           02  PGS-PAY-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  PGS-DEPT-CODE       PIC X(4).
           02  FILLER              PIC X(1).
           02  PGS-GROSS           PIC 9(9)V99.
           02  FILLER              PIC X(1).
           02  PGS-NET-PAY         PIC 9(9)V99.
           02  FILLER              PIC X(1).
           02  PGS-WITHHELD        PIC 9(9)V99.
           02  FILLER              PIC X(1).
           02  PGS-EMPLOYER        PIC 9(9)V99.
