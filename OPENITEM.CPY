      *>----------------------------------------------------------
      *> OPENITEM.CPY
      *> Record layout for the open-item position file
      *> (OPENITEM.DAT). Ar-Post rewrites the whole file each run
      *> alongside ARLEDGER.DAT: one row per charge or late-fee
      *> invoice still carrying a balance once named payments,
      *> credit lines and oldest-first payments have been
      *> applied, so the open-item listing and the statements
      *> read each invoice's position off one file instead of
      *> re-applying the raw files themselves. OI-INVOICE-NO is
      *> ZERO for a line billed before invoice numbers existed.
      *> OI-AGE-BUCKET is the trial-balance column the invoice
      *> ages into: 1 current, 2 31-60, 3 61-90, 4 over 90 days.
      *>----------------------------------------------------------
       01  OPEN-ITEM-RECORD.
           02  OI-INVOICE-NO       PIC 9(8).
           02  FILLER              PIC X(1).
           02  OI-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  OI-INVOICE-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  OI-LINE-TYPE        PIC X.
           02  FILLER              PIC X(1).
           02  OI-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  OI-AGE-BUCKET       PIC 9.
           02  FILLER              PIC X(1).
           02  OI-ORIGINAL         PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  OI-CREDITS-APPLIED  PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  OI-PAYMENTS-APPLIED PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  OI-BALANCE          PIC 9(7)V99.
