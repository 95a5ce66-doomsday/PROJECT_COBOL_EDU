      *>----------------------------------------------------------
      *> SECTSCHD.CPY
      *> Record layout for the indexed SECTION-SCHED-FILE
      *> (SECTSCHD.DAT), keyed course code plus term code - the
      *> same key as the COURSEOFF.DAT offering it schedules -
      *> with an alternate key on the room so a double-booking
      *> test pulls every section in a room with one keyed START.
      *> SCH-MEET-DAYS is positional, Monday through Sunday: a
      *> position holding its day letter (M T W R F S U) means the
      *> section meets that day, SPACE means it does not, so
      *> "M W F  " is a Monday-Wednesday-Friday section. Times are
      *> 24-hour HHMM; a section occupies its room from
      *> SCH-START-TIME up to (not including) SCH-END-TIME, so a
      *> 0900-1000 class and a 1000-1100 class in the same room do
      *> not clash. Class-Enroll maintains the file from
      *> SCHEDTXN.DAT.
      *>----------------------------------------------------------
       01  SECTION-SCHED-RECORD.
           02  SCH-SECTION-KEY.
               03  SCH-COURSE-CODE PIC X(6).
               03  SCH-TERM-CODE   PIC X(6).
           02  SCH-MEET-DAYS       PIC X(7).
           02  SCH-DAY-TABLE REDEFINES SCH-MEET-DAYS.
               03  SCH-MEET-DAY OCCURS 7 TIMES PIC X.
           02  SCH-START-TIME      PIC 9(4).
           02  SCH-END-TIME        PIC 9(4).
           02  SCH-ROOM-CODE       PIC X(6).
