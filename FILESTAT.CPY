      *> STUDENT-MASTER (Draft, Enter-Name).
       01 STUDENT-HISTORY-STATUS PIC XX.

      *> FILE STATUS for the shared GRADE-HISTORY-FILE
      *> (GRDHISSL.CPY), used by the programs that change a row
      *> already on COURSHIS.DAT (Grade-Change).
       01 GRADE-HISTORY-STATUS PIC XX.

      *> Write-time stamps for the shared error log's date/time
      *> columns, taken by Write-Error-Log (ERRLOGWR.CPY).
       01 ERR-STAMP-DATE       PIC 9(8).
