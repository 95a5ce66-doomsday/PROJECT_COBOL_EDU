      *>----------------------------------------------------------
      *> EVALRESP.CPY
      *> FD and record layout for the course evaluation response
      *> file (EVALRESP.DAT, line sequential): one record per
      *> answer on a returned form - the section (course plus
      *> term), the question number on the form and the score
      *> given, 1 (poor) to 5 (excellent). The forms are
      *> anonymous and so is the file: there is no student id and
      *> nothing that leads back to one. Eval-Rpt validates each
      *> answer against COURSEOFF.DAT and tallies the term's
      *> results.
      *>----------------------------------------------------------
       FD  EVAL-RESPONSE-FILE.
       01  EVAL-RESPONSE-RECORD.
           02  ER-COURSE-CODE      PIC X(6).
           02  FILLER              PIC X(1).
           02  ER-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  ER-QUESTION-NO      PIC 99.
           02  FILLER              PIC X(1).
           02  ER-SCORE            PIC 9.
               88 ER-SCORE-VALID   VALUE 1 THRU 5.
