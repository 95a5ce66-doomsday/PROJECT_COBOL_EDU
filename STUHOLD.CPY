      *>----------------------------------------------------------
      *> STUHOLD.CPY
      *> FD and record layout for the shared STUDENT-HOLD-FILE
      *> (HOLDS.DAT): one row per hold an office has placed on a
      *> student account. A hold blocks the student at the door -
      *> Class-Enroll will not enroll, Transcript will not release
      *> a transcript and Draft's graduation audit will not grant
      *> a G - until the placing office releases it. Hold-Maint
      *> maintains the file from HOLDTXN.DAT with an audit trail;
      *> a released hold keeps its row, release date and releasing
      *> user, so the file is the account's hold history as well.
      *> A hold is in force on a date on or after its placed date
      *> and before its release date; a ZERO release date is a
      *> hold nobody has released yet.
      *>----------------------------------------------------------
       FD  STUDENT-HOLD-FILE.
       01  STUDENT-HOLD-RECORD.
           02  SHD-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  SHD-HOLD-TYPE       PIC X.
               88 SHD-IS-FINANCIAL    VALUE "F".
               88 SHD-IS-REGISTRAR    VALUE "R".
               88 SHD-IS-LIBRARY      VALUE "L".
               88 SHD-IS-DISCIPLINARY VALUE "D".
               88 SHD-TYPE-VALID      VALUE "F" "R" "L" "D".
           02  FILLER              PIC X(1).
           02  SHD-OFFICE          PIC X(10).
           02  FILLER              PIC X(1).
           02  SHD-PLACED-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  SHD-RELEASE-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  SHD-REASON          PIC X(20).
           02  FILLER              PIC X(1).
           02  SHD-PLACED-BY       PIC X(8).
           02  FILLER              PIC X(1).
           02  SHD-RELEASED-BY     PIC X(8).
