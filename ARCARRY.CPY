      *>----------------------------------------------------------
      *> ARCARRY.CPY
      *> Record layout for the Ar-Post carry mark (ARCARRY.DAT).
      *> Ar-Post rewrites its single record at the end of every
      *> run with the run date and the highest INV-INVOICE-NO it
      *> tallied off INVOICE.DAT. Invoice numbers come off the one
      *> INVNOCTL.DAT counter, so any line numbered above the mark
      *> was billed after that run and is not yet in ARLEDGER.DAT
      *> - Ar-Recon uses this to find the night's lines the
      *> general ledger has and the subledger has not.
      *>----------------------------------------------------------
       01  AR-CARRY-RECORD.
           02  AC-POST-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  AC-HIGH-INVOICE-NO  PIC 9(8).
