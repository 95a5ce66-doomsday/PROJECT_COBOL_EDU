      *> all read history, not live enrollments. COPY under the FD
      *> in every program that reads the file.
      *> CHS-COMPLETION: C completed, I incomplete, W withdrew
      *> from the course, T transfer credit posted by Xfer-Post for
      *> coursework completed at another institution. Only C rows
      *> with a letter grade count toward a GPA; C and T rows other
      *> than an F (CHS-COUNTS-AS-DONE) satisfy a prerequisite or a
      *> graduation requirement.
      *> CHS-CREDIT-HOURS is the course's catalog credit value as
      *> it stood when the grade posted, so a later catalog change
      *> never reweights a finished term. Rows posted before the
      *> column existed carry SPACES; readers fall back to the
      *> catalog, and failing that to the standard three hours.
      *> CHS-XFER-INST and CHS-XFER-COURSE name the sending
      *> institution and its own course number on a T row; they are
      *> SPACES on every row earned here.
      *>----------------------------------------------------------
       01  COURSE-HISTORY-RECORD.
           02  CHS-STUDENT-ID      PIC 9(7).
               88 CHS-IS-COMPLETED  VALUE "C".
               88 CHS-IS-INCOMPLETE VALUE "I".
               88 CHS-IS-WITHDRAWN  VALUE "W".
               88 CHS-IS-TRANSFER   VALUE "T".
               88 CHS-COUNTS-AS-DONE VALUE "C" "T".
           02  FILLER              PIC X(1).
           02  CHS-POSTED-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  CHS-CREDIT-HOURS    PIC 9(2)V9.
           02  FILLER              PIC X(1).
           02  CHS-XFER-INST       PIC X(8).
           02  FILLER              PIC X(1).
           02  CHS-XFER-COURSE     PIC X(10).
