      *>----------------------------------------------------------
      *> EXCHHIST.CPY
      *> Record layout for the exchange-rate history (EXCHHIST.DAT).
      *> EXCHRATE.DAT only ever holds the day's rates, so Ar-Post
      *> files each night's copy here stamped with the run date,
      *> and converts a foreign-currency payment at the latest
      *> rate filed on or before its pay date. XH-RATE is base-
      *> currency dollars per one unit of XH-CURRENCY-CODE, as on
      *> EXCHRATE.DAT. A rerun files the day again; the later row
      *> for a date and currency is the one that stands.
      *> Appended (OPEN EXTEND), never rewritten.
      *>----------------------------------------------------------
       01  EXCH-HISTORY-RECORD.
           02  XH-RATE-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  XH-CURRENCY-CODE    PIC X(3).
           02  FILLER              PIC X(1).
           02  XH-RATE             PIC 9(3)V9(6).
