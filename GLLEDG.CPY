      *>----------------------------------------------------------
      *> GLLEDG.CPY
      *> FD and record layout for the in-house general ledger
      *> (GLLEDG.DAT), keyed account plus fiscal year plus period,
      *> debits and credits apart. Gl-Ledger files the nightly
      *> extract here and Je-Post the accountants' journal
      *> entries; Ar-Recon proves the AR control account off it.
      *> Periods 01-12 are the fiscal months. Year-Close adds two
      *> more to a closed year's books: period 13 of the closed
      *> year carries its closing entry, and period 00 of the new
      *> year carries each balance-sheet account's opening
      *> balance - the whole balance to that point, so a reader
      *> summing an account's rows starts over at a period 00
      *> row rather than counting the earlier years twice.
      *> Declare the matching SELECT as
      *>     SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDG.DAT"
      *>         ORGANIZATION INDEXED ... RECORD KEY GLL-LEDGER-KEY
      *> with FILE STATUS GL-LEDGER-STATUS.
      *>----------------------------------------------------------
       FD  GL-LEDGER-FILE.
       01  GL-LEDGER-RECORD.
           02  GLL-LEDGER-KEY.
               03  GLL-ACCOUNT         PIC X(8).
               03  GLL-FISCAL-YEAR     PIC 9(4).
               03  GLL-FISCAL-PERIOD   PIC 99.
           02  GLL-DEBITS              PIC 9(11)V99.
           02  GLL-CREDITS             PIC 9(11)V99.
