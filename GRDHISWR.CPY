      *>----------------------------------------------------------
      *> GRDHISWR.CPY
      *> Shared grade-history write paragraph. COPY into the
      *> PROCEDURE DIVISION of any program that COPYs GRDHIST.CPY/
      *> GRDHISSL.CPY. Callers MOVE the run date, program id,
      *> student id, changed-by, reason and the before/after
      *> history rows into GRADE-HISTORY-RECORD and PERFORM
      *> Write-Grade-History. The file is created on its
      *> first-ever write.
      *>----------------------------------------------------------
       Write-Grade-History.
           OPEN EXTEND GRADE-HISTORY-FILE
           IF GRADE-HISTORY-STATUS = "35"
               OPEN OUTPUT GRADE-HISTORY-FILE
               CLOSE GRADE-HISTORY-FILE
               OPEN EXTEND GRADE-HISTORY-FILE
           END-IF
           WRITE GRADE-HISTORY-RECORD
           CLOSE GRADE-HISTORY-FILE.
