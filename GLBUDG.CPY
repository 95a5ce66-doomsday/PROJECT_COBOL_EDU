      *>----------------------------------------------------------
      *> GLBUDG.CPY
      *> FD and record layout for the general ledger budget
      *> (GLBUDG.DAT), keyed account plus fiscal year plus budget
      *> version plus fiscal period: one row per revenue or
      *> expense account, year, version and month, the amount on
      *> the account's normal-balance side (revenue budgeted as
      *> a credit, expense as a debit, both positive). Version 01
      *> is the year's original budget; each revision loads as
      *> the next version beside it, so the original and every
      *> revision stay on file. Bud-Load files it from
      *> GLBUDTXN.DAT; Bud-Rpt reads it against GLLEDG.DAT.
      *> Declare the matching SELECT as
      *>     SELECT GL-BUDGET-FILE ASSIGN TO "GLBUDG.DAT"
      *>         ORGANIZATION INDEXED ... RECORD KEY GLB-BUDGET-KEY
      *> with FILE STATUS GL-BUDGET-STATUS.
      *>----------------------------------------------------------
       FD  GL-BUDGET-FILE.
       01  GL-BUDGET-RECORD.
           02  GLB-BUDGET-KEY.
               03  GLB-ACCOUNT         PIC X(8).
               03  GLB-FISCAL-YEAR     PIC 9(4).
               03  GLB-VERSION         PIC 99.
               03  GLB-FISCAL-PERIOD   PIC 99.
           02  GLB-AMOUNT              PIC S9(11)V99.
           02  GLB-LOADED-DATE         PIC 9(8).
           02  GLB-LOADED-BY           PIC X(8).
