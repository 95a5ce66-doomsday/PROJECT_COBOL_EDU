      *>----------------------------------------------------------
      *> TAXFPROF.CPY
      *> FD and record layout for the sales-tax filing-profile
      *> master (TAXFPROF.DAT): one row per jurisdiction we file
      *> an electronic return with - our account number on that
      *> state's books, the return form it wants named on the
      *> return, and which of the two return-file layouts its
      *> portal accepts:
      *>   F - fixed positional: amounts zero-filled with a
      *>       leading sign and the cents implied;
      *>   D - comma-delimited: amounts with a decimal point and a
      *>       leading minus only when negative.
      *> Filing-Prof-Maint maintains the file from FPRFTXN.DAT with
      *> an audit trail; Tax-Efile builds each return off it. A
      *> jurisdiction with tax on the ledger and no profile here
      *> gets no return file, and the run says so.
      *>----------------------------------------------------------
       FD  TAX-FPROFILE-FILE.
       01  TAX-FPROFILE-RECORD.
           02  TFP-JURISDICTION    PIC X(2).
           02  FILLER              PIC X(1).
           02  TFP-ACCOUNT-NO      PIC X(15).
           02  FILLER              PIC X(1).
           02  TFP-LAYOUT          PIC X.
               88 TFP-FIXED-LAYOUT     VALUE "F".
               88 TFP-DELIMITED-LAYOUT VALUE "D".
               88 TFP-LAYOUT-VALID     VALUE "F" "D".
           02  FILLER              PIC X(1).
           02  TFP-FORM-ID         PIC X(10).
           02  FILLER              PIC X(1).
           02  TFP-UPDATED-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  TFP-UPDATED-BY      PIC X(8).
