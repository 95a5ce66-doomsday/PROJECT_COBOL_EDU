      *>----------------------------------------------------------
      *> JOBDUE.CPY
      *> The term-end jobs due in tonight's cycle, as Job-Calendar
      *> hands them back to Master-Driver: COPY into Master-
      *> Driver's WORKING-STORAGE and Job-Calendar's LINKAGE
      *> SECTION so both read the one layout. One slot per job
      *> (the Master-Driver step name), with the term and the due
      *> date that made it due; a job due for two terms at once
      *> is listed once, since the job takes its term off its own
      *> control card. A job held for a missing card is not in
      *> the list.
      *>----------------------------------------------------------
       01 JOB-DUE-AREA.
           02 JD-DUE-COUNT         PIC 99.
           02 JD-DUE-ENTRY OCCURS 10 TIMES.
               03 JD-JOB-NAME      PIC X(8).
               03 JD-TERM-CODE     PIC X(6).
               03 JD-DUE-DATE      PIC 9(8).
