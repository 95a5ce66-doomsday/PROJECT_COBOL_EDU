      *>----------------------------------------------------------
      *> CENSUS.CPY
      *> Record layout for the frozen term census (CENSUS.DAT):
      *> one row per student holding a seat in the term on its
      *> census date, as Term-Census found them - status, branch,
      *> age and age band, seats, hours and load, enroll date and
      *> whether the student is new to the school this term. The
      *> file is only ever appended, one term at a time, and a
      *> term once frozen is never rewritten, so the official
      *> headcount Census-Stats reports off it stays the same no
      *> matter how STUDENTM.DAT and CLASSENR.DAT move afterwards.
      *> The age band carries its label and its position in the
      *> band table as they stood at the census, so re-cutting
      *> AGEBANDS.DAT later does not re-cut a frozen term.
      *>----------------------------------------------------------
       01  CENSUS-RECORD.
           02  CN-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  CN-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  CN-STATUS-CODE      PIC X.
           02  FILLER              PIC X(1).
           02  CN-BRANCH-CODE      PIC X(3).
           02  FILLER              PIC X(1).
           02  CN-AGE              PIC 9(3).
           02  FILLER              PIC X(1).
           02  CN-AGE-BAND-SEQ     PIC 99.
           02  CN-AGE-BAND         PIC X(12).
           02  FILLER              PIC X(1).
           02  CN-COURSE-COUNT     PIC 99.
           02  FILLER              PIC X(1).
           02  CN-CREDIT-HOURS     PIC 9(3)V9.
           02  FILLER              PIC X(1).
           02  CN-LOAD-STATUS      PIC X.
               88  CN-FULL-TIME        VALUE "F".
               88  CN-HALF-TIME        VALUE "H".
               88  CN-LESS-THAN-HALF   VALUE "L".
           02  FILLER              PIC X(1).
           02  CN-ENROLL-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  CN-NEW-FLAG         PIC X.
               88  CN-IS-NEW           VALUE "N".
               88  CN-IS-CONTINUING    VALUE "C".
           02  FILLER              PIC X(1).
           02  CN-CENSUS-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  CN-TAKEN-DATE       PIC 9(8).
