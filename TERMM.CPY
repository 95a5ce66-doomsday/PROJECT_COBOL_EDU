      *> maintains the file from TERMTXN.DAT; enrollment, the
      *> attendance calendar and billing all resolve "which term
      *> is it" against the start and end dates here.
      *> TM-CENSUS-DATE is the day the term's official headcount is
      *> frozen (Term-Census); ZERO on a term filed before the
      *> field existed, or with no census date set.
      *>----------------------------------------------------------
       01  TERM-MASTER-RECORD.
           02  TM-TERM-CODE        PIC X(6).
           02  TM-START-DATE       PIC 9(8).
           02  TM-END-DATE         PIC 9(8).
           02  TM-CENSUS-DATE      PIC 9(8).
