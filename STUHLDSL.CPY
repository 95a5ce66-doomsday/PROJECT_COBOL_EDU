      *>----------------------------------------------------------
      *> STUHLDSL.CPY
      *> SELECT clause for the shared STUDENT-HOLD-FILE. COPY into
      *> FILE-CONTROL in any program that must refuse a student
      *> with a hold in force, alongside STUHOLD.CPY's FD,
      *> STUHLDTB.CPY's working storage and STUHLDLD.CPY's
      *> load/check paragraphs, so enrollment, transcripts and
      *> graduation all judge "is this student held" off the one
      *> file the offices maintain.
      *>----------------------------------------------------------
           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-HOLD-STATUS.
