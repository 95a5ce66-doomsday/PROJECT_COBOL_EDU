      *>----------------------------------------------------------
      *> GLJRNL.CPY
      *> FD and record layout for the in-house general journal
      *> (GLJRNL.DAT, line sequential, appended): one row per
      *> posting filed on GLLEDG.DAT, stamped with its fiscal year
      *> and period. GJ-ORIGIN says where the posting came from:
      *> SPACE for the nightly Gl-Extract postings Gl-Ledger files
      *> (GJ-SOURCE-KEY is then the extract's source key), or one
      *> of Je-Post's journal entries - "J" an ordinary entry, "A"
      *> an entry that reverses itself on the first day of the
      *> next period, "V" that reversal. A journal entry's source
      *> key is "JE" plus the entry number, or "JR" plus the
      *> recurring template id and period for a generated entry;
      *> its reversal carries the same key. Entry rows also carry
      *> the line description and who prepared and approved the
      *> entry. "C" is Year-Close's closing entry, source key "YE"
      *> plus the fiscal year, filed in closing period 13 of the
      *> year it closes. Rows written before the origin existed
      *> read as extract rows, which is what they are.
      *>----------------------------------------------------------
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           02  GJ-RUN-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  GJ-ACCOUNT          PIC X(8).
           02  FILLER              PIC X(1).
           02  GJ-DR-CR            PIC X.
           02  FILLER              PIC X(1).
           02  GJ-AMOUNT           PIC 9(9)V99.
           02  FILLER              PIC X(1).
           02  GJ-SOURCE-KEY       PIC X(8).
           02  FILLER              PIC X(1).
           02  GJ-FISCAL-YEAR      PIC 9(4).
           02  FILLER              PIC X(1).
           02  GJ-FISCAL-PERIOD    PIC 99.
           02  FILLER              PIC X(1).
           02  GJ-ORIGIN           PIC X.
               88 GJ-FROM-EXTRACT  VALUE SPACE.
               88 GJ-FROM-ENTRY    VALUE "J" "A" "V".
               88 GJ-ENTRY-POSTED  VALUE "J" "A".
               88 GJ-AUTO-REVERSING VALUE "A".
               88 GJ-IS-REVERSAL   VALUE "V".
               88 GJ-YEAR-CLOSE    VALUE "C".
           02  FILLER              PIC X(1).
           02  GJ-DESCRIPTION      PIC X(30).
           02  FILLER              PIC X(1).
           02  GJ-PREPARED-BY      PIC X(8).
           02  FILLER              PIC X(1).
           02  GJ-APPROVED-BY      PIC X(8).
