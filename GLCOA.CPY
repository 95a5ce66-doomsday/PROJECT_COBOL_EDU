      *>----------------------------------------------------------
      *> GLCOA.CPY
      *> FD and record layout for the chart of accounts
      *> (GLCOA.DAT, line sequential): one row per general ledger
      *> account - its name, its type (asset, liability, equity,
      *> revenue or expense), the side its balance normally sits
      *> on, and the financial statement line it rolls up to. The
      *> statement line number orders the lines on the income
      *> statement and balance sheet; every account on one line
      *> carries the same type and the same caption. An inactive
      *> account takes no new journal entries; the row stays,
      *> since the ledger still carries its history. An account
      *> that belongs to a department carries the department's
      *> DEPTBUD.DAT code, so Bud-Rpt rolls its budget and actual
      *> up to the department; a company-wide account leaves it
      *> blank. Coa-Maint maintains the file from COATXN.DAT with
      *> an audit trail.
      *>----------------------------------------------------------
       FD  GL-CHART-FILE.
       01  GL-CHART-RECORD.
           02  GLC-ACCOUNT         PIC X(8).
           02  FILLER              PIC X(1).
           02  GLC-NAME            PIC X(30).
           02  FILLER              PIC X(1).
           02  GLC-TYPE            PIC X.
               88 GLC-IS-ASSET     VALUE "A".
               88 GLC-IS-LIABILITY VALUE "L".
               88 GLC-IS-EQUITY    VALUE "E".
               88 GLC-IS-REVENUE   VALUE "R".
               88 GLC-IS-EXPENSE   VALUE "X".
               88 GLC-TYPE-VALID   VALUE "A" "L" "E" "R" "X".
               88 GLC-BALANCE-SHEET VALUE "A" "L" "E".
               88 GLC-INCOME-STMT  VALUE "R" "X".
           02  FILLER              PIC X(1).
           02  GLC-NORMAL-BALANCE  PIC X.
               88 GLC-NORMAL-DEBIT VALUE "D".
               88 GLC-NORMAL-CREDIT VALUE "C".
           02  FILLER              PIC X(1).
           02  GLC-LINE-NO         PIC 9(3).
           02  FILLER              PIC X(1).
           02  GLC-LINE-CAPTION    PIC X(24).
           02  FILLER              PIC X(1).
           02  GLC-STATUS          PIC X.
               88 GLC-IS-ACTIVE    VALUE "A".
               88 GLC-IS-INACTIVE  VALUE "I".
           02  FILLER              PIC X(1).
           02  GLC-UPDATED-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  GLC-UPDATED-BY      PIC X(8).
           02  FILLER              PIC X(1).
           02  GLC-DEPT-CODE       PIC X(4).
