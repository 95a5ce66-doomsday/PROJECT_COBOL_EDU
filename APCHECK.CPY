      *>----------------------------------------------------------
      *> APCHECK.CPY
      *> FD and record layout for the accounts payable check
      *> history (APCHECK.DAT, line sequential, appended): one row
      *> per vendor check Ap-Check-Run cuts, the same check the
      *> bank receives on POSPAY.DAT. Gl-Extract posts every row
      *> issued on or before the run date that it has not yet
      *> posted as cash paid out against accounts payable, and
      *> stamps APC-GL-POSTED-DATE with that run date; zero means
      *> not yet posted.
      *>----------------------------------------------------------
       FD  AP-CHECK-FILE.
       01  AP-CHECK-RECORD.
           02  APC-ISSUE-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  APC-CHECK-NO        PIC 9(8).
           02  FILLER              PIC X(1).
           02  APC-ACCOUNT-NO      PIC X(12).
           02  FILLER              PIC X(1).
           02  APC-VENDOR-ID       PIC X(6).
           02  FILLER              PIC X(1).
           02  APC-PAYEE-NAME      PIC X(35).
           02  FILLER              PIC X(1).
           02  APC-AMOUNT          PIC 9(8)V99.
           02  FILLER              PIC X(1).
           02  APC-INVOICE-COUNT   PIC 9(3).
           02  FILLER              PIC X(1).
           02  APC-GL-POSTED-DATE  PIC 9(8).
