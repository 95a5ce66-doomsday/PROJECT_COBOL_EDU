      *>----------------------------------------------------------
      *> GLYRCLS.CPY
      *> FD and record layout for the closed-year register
      *> (GLYRCLS.DAT, line sequential, appended): one row per
      *> fiscal year Year-Close has closed - the day it closed,
      *> the retained earnings account the year's revenue and
      *> expense closed into, and the net income closed (a loss
      *> negative). A year on this file is locked: Je-Post takes
      *> no entry into it and Gl-Ledger no extract dated in it,
      *> and Fin-Stmt starts the following year's balance sheet
      *> from its period 00 opening rows.
      *>----------------------------------------------------------
       FD  GL-YEAR-CLOSE-FILE.
       01  GL-YEAR-CLOSE-RECORD.
           02  GYC-FISCAL-YEAR     PIC 9(4).
           02  FILLER              PIC X(1).
           02  GYC-CLOSED-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  GYC-RE-ACCOUNT      PIC X(8).
           02  FILLER              PIC X(1).
           02  GYC-NET-INCOME      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           02  FILLER              PIC X(1).
           02  GYC-CLOSED-BY       PIC X(8).
