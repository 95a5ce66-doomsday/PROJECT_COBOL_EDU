      *>----------------------------------------------------------
      *> NOTMERGE.CPY
      *> Record layout for the notice mail-merge file
      *> (NOTMERGE.DAT): one record per letter Notify-Format
      *> releases to the STUCONT.DAT address, carrying everything
      *> the merge template prints - addressee, care-of line,
      *> street, city, state and zip, the letter date (MM/DD/YYYY)
      *> and the notice's subject and three lines of body text,
      *> worded by the run from the queued facts. Appended
      *> (OPEN EXTEND) each night; operations run the merge and
      *> clear the file once the letters are printed, the way
      *> POSPAY.DAT is cleared after transmission.
      *>----------------------------------------------------------
       01  NOTICE-MERGE-RECORD.
           02  NM-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  NM-NOTICE-TYPE      PIC X(2).
           02  FILLER              PIC X(1).
           02  NM-LETTER-DATE      PIC X(10).
           02  FILLER              PIC X(1).
           02  NM-STUDENT-NAME     PIC X(21).
           02  FILLER              PIC X(1).
           02  NM-CARE-OF          PIC X(25).
           02  FILLER              PIC X(1).
           02  NM-ADDR-LINE        PIC X(20).
           02  FILLER              PIC X(1).
           02  NM-CITY             PIC X(13).
           02  FILLER              PIC X(1).
           02  NM-STATE            PIC X(2).
           02  FILLER              PIC X(1).
           02  NM-ZIP              PIC X(5).
           02  FILLER              PIC X(1).
           02  NM-SUBJECT          PIC X(30).
           02  NM-BODY OCCURS 3 TIMES.
               03  FILLER          PIC X(1).
               03  NM-BODY-LINE    PIC X(66).
