      *>----------------------------------------------------------
      *> ENRLSTAT.CPY
      *> Record layout for the indexed ENROLL-STATUS-FILE
      *> (ENRLSTAT.DAT), keyed student-id plus term code: one row
      *> per student per term holding the catalog credit hours
      *> and course count enrolled, and the enrollment status
      *> those hours earn - full time, half time or less than half
      *> time - as Load-Status last set it. The registrar and
      *> financial aid read the status from here rather than
      *> counting CLASSENR.DAT rows, which is the question every
      *> outside agency actually asks.
      *>----------------------------------------------------------
       01  ENROLL-STATUS-RECORD.
           02  ES-STATUS-KEY.
               03  ES-STUDENT-ID   PIC 9(7).
               03  ES-TERM-CODE    PIC X(6).
           02  ES-CREDIT-HOURS     PIC 9(3)V9.
           02  ES-COURSE-COUNT     PIC 99.
           02  ES-LOAD-STATUS      PIC X.
               88  ES-FULL-TIME        VALUE "F".
               88  ES-HALF-TIME        VALUE "H".
               88  ES-LESS-THAN-HALF   VALUE "L".
           02  ES-RUN-DATE         PIC 9(8).
