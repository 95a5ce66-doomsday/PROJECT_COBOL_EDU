      *> SPACES means no prerequisite in that slot. Records filed
      *> before the columns existed read as all-SPACES, i.e. no
      *> prerequisites, which is what they had.
      *> CRS-CREDIT-HOURS is the course's credit value in hours and
      *> tenths, maintained through COURSETXN.DAT. Records filed
      *> before the column existed read as SPACES, which every
      *> reader takes as the standard three-hour course.
      *>----------------------------------------------------------
       01  COURSE-MASTER-RECORD.
           02  CRS-COURSE-CODE     PIC X(6).
               03  CRS-PREREQ-3    PIC X(6).
           02  CRS-PREREQ-TABLE REDEFINES CRS-PREREQ-CODES.
               03  CRS-PREREQ OCCURS 3 TIMES PIC X(6).
           02  CRS-CREDIT-HOURS    PIC 9(2)V9.
