      *> shop's five-courses-per-full-time rule. Rejects go to the
      *> shared error log with the image for Err-Repair. Run on
      *> demand, like Rate-Maint.
      *> 15 Oct 2026 MK - The assignment register layout moves to
      *> INSTASGN.CPY now that the grade roster run and Grade-Post read
      *> it too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  IA-TERM-CODE        PIC X(6).

       FD  INSTRUCTOR-ASGN-FILE.
           COPY INSTASGN.

       FD  EMP-DETAIL-FILE.
       01  EMP-DETAIL-RECORD.
