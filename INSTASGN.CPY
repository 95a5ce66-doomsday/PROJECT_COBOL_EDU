      *>----------------------------------------------------------
      *> INSTASGN.CPY
      *> Record layout for the instructor assignment register
      *> (INSTASGN.DAT): one row per employee assigned to teach a
      *> course offering in a term. Instr-Load maintains it; the
      *> grade roster run addresses each section's turnaround
      *> sheet from it and Grade-Post names the instructors still
      *> owing grades. COPY under the FD in every program that
      *> reads the file.
      *>----------------------------------------------------------
       01  INSTRUCTOR-ASGN-RECORD.
           02  ASG-EMPLOYEE-ID     PIC 9(6).
           02  FILLER              PIC X(1).
           02  ASG-COURSE-CODE     PIC X(6).
           02  FILLER              PIC X(1).
           02  ASG-TERM-CODE       PIC X(6).
