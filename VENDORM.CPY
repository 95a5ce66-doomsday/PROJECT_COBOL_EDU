      *>----------------------------------------------------------
      *> VENDORM.CPY
      *> FD and record layout for the accounts payable vendor
      *> master (VENDORM.DAT, line sequential): one row per vendor
      *> we pay - the name printed on the check and sent to the
      *> bank on the positive-pay file, the remit-to address, the
      *> vendor's tax id for the year-end information returns,
      *> and an optional default expense account that an invoice
      *> keyed without one takes. An inactive vendor takes no new
      *> invoices and is not paid by the check run; the row stays,
      *> since its paid invoices still name it. Vend-Maint
      *> maintains the file from VENDTXN.DAT with an audit trail.
      *>----------------------------------------------------------
       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
           02  VND-VENDOR-ID       PIC X(6).
           02  FILLER              PIC X(1).
           02  VND-NAME            PIC X(35).
           02  FILLER              PIC X(1).
           02  VND-ADDRESS         PIC X(30).
           02  FILLER              PIC X(1).
           02  VND-CITY-STATE-ZIP  PIC X(30).
           02  FILLER              PIC X(1).
           02  VND-TAX-ID          PIC X(11).
           02  FILLER              PIC X(1).
           02  VND-STATUS          PIC X.
               88 VND-IS-ACTIVE    VALUE "A".
               88 VND-IS-INACTIVE  VALUE "I".
           02  FILLER              PIC X(1).
           02  VND-DEFAULT-ACCT    PIC X(8).
           02  FILLER              PIC X(1).
           02  VND-UPDATED-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  VND-UPDATED-BY      PIC X(8).
