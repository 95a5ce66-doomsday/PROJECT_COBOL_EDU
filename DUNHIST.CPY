      *>----------------------------------------------------------
      *> DUNHIST.CPY
      *> Record layout for the indexed DUNNING-HISTORY-FILE
      *> (DUNHIST.DAT), keyed DH-STUDENT-ID: how far down the
      *> graded series of past-due notices each account has gone,
      *> so Dunning-Run never sends the same letter twice. DH-LEVEL
      *> is the last notice the account reached - 1 the friendly
      *> reminder at 31 days, 2 the firmer letter at 61, 3 the
      *> final demand at 91, 4 placed with the collection agency -
      *> with the date each was reached. An account that comes
      *> current (or drops off ARLEDGER.DAT) goes back to level 0
      *> and starts the series over the next time it falls behind.
      *> DH-MAILED-FLAG "N" says the last notice was reached but
      *> not mailed (no contact record, or do-not-mail).
      *> DH-LAST-SEEN is the last run date the account was past
      *> due, which is how the run spots the ones that came
      *> current.
      *>----------------------------------------------------------
       01  DUNNING-HISTORY-RECORD.
           02  DH-STUDENT-ID       PIC 9(7).
           02  DH-LEVEL            PIC 9.
               88  DH-NO-NOTICE        VALUE 0.
               88  DH-REMINDER-SENT    VALUE 1.
               88  DH-FIRM-SENT        VALUE 2.
               88  DH-FINAL-SENT       VALUE 3.
               88  DH-PLACED           VALUE 4.
           02  DH-OLDEST-CHARGE    PIC 9(8).
           02  DH-REMINDER-DATE    PIC 9(8).
           02  DH-FIRM-DATE        PIC 9(8).
           02  DH-FINAL-DATE       PIC 9(8).
           02  DH-PLACED-DATE      PIC 9(8).
           02  DH-LAST-BALANCE     PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           02  DH-LAST-SEEN        PIC 9(8).
           02  DH-MAILED-FLAG      PIC X.
               88  DH-LAST-MAILED      VALUE "Y" SPACE.
               88  DH-LAST-NOT-MAILED  VALUE "N".
