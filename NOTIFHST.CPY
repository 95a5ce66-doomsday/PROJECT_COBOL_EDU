      *>----------------------------------------------------------
      *> NOTIFHST.CPY
      *> Record layout for the indexed sent-notices history
      *> (NOTIFHST.DAT), keyed NH-NOTICE-KEY - the student, notice
      *> type, course, term, event date and reference off the
      *> NOTIFYQ.DAT row (NOTIFYQ.CPY) - one row per event a
      *> family was, or should have been, told about. Notify-
      *> Format files it when it formats the notice and reads it
      *> first every time, so the same event queued again is
      *> suppressed rather than sent twice.
      *> NH-MAILED-FLAG "Y" says a letter went to the mail merge
      *> for the STUCONT.DAT address, NH-VENDOR-FLAG "Y" that the
      *> message went to the messaging vendor, each on
      *> NH-SENT-DATE; with both "N" nothing went out and
      *> NH-REASON says why (no contact record, or the family's
      *> contact flags). A notice that went out neither way is
      *> tried again the next time the event is queued, once the
      *> contact record is put right. The facts the notice gave -
      *> amount, count, detail - are kept with it, so "we were
      *> never told" is answered from the file.
      *>----------------------------------------------------------
       01  NOTICE-HISTORY-RECORD.
           02  NH-NOTICE-KEY.
               03  NH-STUDENT-ID   PIC 9(7).
               03  NH-NOTICE-TYPE  PIC X(2).
               03  NH-COURSE-CODE  PIC X(6).
               03  NH-TERM-CODE    PIC X(6).
               03  NH-EVENT-DATE   PIC 9(8).
               03  NH-REFERENCE    PIC X(8).
           02  NH-QUEUED-DATE      PIC 9(8).
           02  NH-PROGRAM-ID       PIC X(8).
           02  NH-SENT-DATE        PIC 9(8).
           02  NH-MAILED-FLAG      PIC X.
               88 NH-WAS-MAILED    VALUE "Y".
           02  NH-VENDOR-FLAG      PIC X.
               88 NH-WAS-MESSAGED  VALUE "Y".
           02  NH-REASON           PIC X(20).
           02  NH-AMOUNT           PIC 9(7)V99.
           02  NH-COUNT            PIC 9(3).
           02  NH-DETAIL           PIC X(30).
