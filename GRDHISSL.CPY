      *>----------------------------------------------------------
      *> GRDHISSL.CPY
      *> SELECT clause for the shared GRADE-HISTORY-FILE. COPY into
      *> FILE-CONTROL in every program that changes a row already
      *> on COURSHIS.DAT, alongside GRDHIST.CPY's FD and
      *> GRDHISWR.CPY's write paragraph.
      *>----------------------------------------------------------
           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-HISTORY-STATUS.
