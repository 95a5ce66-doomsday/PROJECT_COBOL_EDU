      *> student's history moved to the surviving id and this
      *> record stays only so the old id still answers inquiries
      *> instead of reading "never enrolled".
      *> Status S marks a student suspended by the term-end
      *> standing run (Acad-Standing) for a cumulative GPA under
      *> the cutoff; Draft's R transaction reinstates them once the
      *> suspension is served.
      *>----------------------------------------------------------
       01  STUDENT-MASTER-RECORD.
           02  STM-STUDENT-ID      PIC 9(7).
               88 STM-IS-GRADUATED VALUE "G".
               88 STM-IS-ON-LEAVE  VALUE "L".
               88 STM-IS-MERGED    VALUE "M".
               88 STM-IS-SUSPENDED VALUE "S".
           02  STM-STATUS-DATE     PIC 9(8).
           02  STM-ENROLL-DATE     PIC 9(8).
           02  STM-BRANCH-CODE     PIC X(3).
