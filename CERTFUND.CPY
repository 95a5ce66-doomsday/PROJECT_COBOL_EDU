      *>----------------------------------------------------------
      *> CERTFUND.CPY
      *> Record layout for the certified-funds list
      *> (CERTFUND.DAT): one row per student whose check came back
      *> from the bank, naming the returned payment. While a
      *> student is on the list Ar-Post accepts a payment from
      *> them only when the bursar has keyed it as certified funds
      *> (cashier's check, money order, cash), and the first such
      *> payment to post takes them off it. Ar-Post rewrites the
      *> whole file each run, the way it rewrites ARLEDGER.DAT.
      *>----------------------------------------------------------
       01  CERTIFIED-FUNDS-RECORD.
           02  CF-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  CF-FLAGGED-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  CF-PAY-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  CF-REFERENCE        PIC X(8).
           02  FILLER              PIC X(1).
           02  CF-AMOUNT           PIC 9(5)V99.
