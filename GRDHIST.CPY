      *>----------------------------------------------------------
      *> GRDHIST.CPY
      *> FD and record layout for the shared GRADE-HISTORY-FILE
      *> (GRDHIST.DAT). One record per change made to a row
      *> already on COURSHIS.DAT: the history row as it stood, the
      *> row as it now reads, why, and whose say-so. Grade-Post's
      *> first filing of a grade is not a change and is not logged
      *> here; every later correction is, because grade changes
      *> are what the accreditors ask to see. The same idea as
      *> STUHIST.CPY for the student master; the image columns are
      *> sized past the history row so the layout survives it
      *> growing.
      *>----------------------------------------------------------
       FD  GRADE-HISTORY-FILE.
       01  GRADE-HISTORY-RECORD.
           02  GRH-RUN-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  GRH-PROGRAM-ID      PIC X(10).
           02  FILLER              PIC X(1).
           02  GRH-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  GRH-CHANGED-BY      PIC X(8).
           02  FILLER              PIC X(1).
           02  GRH-REASON          PIC X(20).
           02  FILLER              PIC X(1).
           02  GRH-BEFORE-IMAGE    PIC X(60).
           02  FILLER              PIC X(1).
           02  GRH-AFTER-IMAGE     PIC X(60).
