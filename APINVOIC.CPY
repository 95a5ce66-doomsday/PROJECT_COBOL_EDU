      *>----------------------------------------------------------
      *> APINVOIC.CPY
      *> FD and record layout for the accounts payable invoice
      *> file (APINVOIC.DAT, line sequential): one row per vendor
      *> invoice accepted by Ap-Inv-Entry, open until a check run
      *> pays it and then kept, marked paid with the check that
      *> paid it, so a vendor's invoice number can never be
      *> entered twice. Gl-Extract posts every invoice entered on
      *> or before the run date (API-ENTRY-DATE) that it has not
      *> yet posted to its expense account, and stamps
      *> API-GL-POSTED-DATE with that run date; zero means not
      *> yet posted. Ap-Check-Run rewrites the file as it pays;
      *> Ap-Aging ages what is still open.
      *>----------------------------------------------------------
       FD  AP-INVOICE-FILE.
       01  AP-INVOICE-RECORD.
           02  API-VENDOR-ID       PIC X(6).
           02  FILLER              PIC X(1).
           02  API-INVOICE-NO      PIC X(15).
           02  FILLER              PIC X(1).
           02  API-INVOICE-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  API-DUE-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  API-AMOUNT          PIC 9(7)V99.
           02  FILLER              PIC X(1).
           02  API-EXPENSE-ACCT    PIC X(8).
           02  FILLER              PIC X(1).
           02  API-ENTRY-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  API-ENTERED-BY      PIC X(8).
           02  FILLER              PIC X(1).
           02  API-STATUS          PIC X.
               88 API-IS-OPEN      VALUE "O".
               88 API-IS-PAID      VALUE "P".
           02  FILLER              PIC X(1).
           02  API-PAID-DATE       PIC 9(8).
           02  FILLER              PIC X(1).
           02  API-CHECK-NO        PIC 9(8).
           02  FILLER              PIC X(1).
           02  API-GL-POSTED-DATE  PIC 9(8).
