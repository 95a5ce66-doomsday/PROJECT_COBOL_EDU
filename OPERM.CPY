      *>----------------------------------------------------------
      *> OPERM.CPY
      *> FD and record layout for the shared OPERATOR-MASTER-FILE
      *> (OPERM.DAT): one row per person allowed to submit
      *> maintenance transactions - the user id they key on every
      *> transaction, their name and department, an active flag,
      *> and one Y/N authority per maintenance function, in the
      *> slot order OPERTB.CPY names:
      *>   1 Branch-Maint     2 Gla-Maint       3 Rate-Maint
      *>   4 Cert-Maint       5 Holiday-Maint   6 Contact-Maint
      *>   7 Oper-Maint (keeps this file)       8 Vendor-Maint
      *>   9 Pay-Rate-Maint  10 Coa-Maint
      *> and, in OP-MORE-AUTHORITIES at the end of the row,
      *>  11 Filing-Prof-Maint                 12 Consent-Maint
      *>  13 Stu-Hold-Maint  14 Bud-Load       15-20 spare
      *> The second ten sit at the end so rows written before them
      *> still read true; on such a row they are blank, which no
      *> check takes for a Y.
      *> A leaver is made inactive, not removed, so the audit
      *> trails' user ids still resolve to a name. Oper-Maint
      *> maintains the file with an audit trail.
      *>----------------------------------------------------------
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02  OP-USER-ID          PIC X(8).
           02  FILLER              PIC X(1).
           02  OP-OPERATOR-NAME    PIC X(20).
           02  FILLER              PIC X(1).
           02  OP-DEPT-CODE        PIC X(4).
           02  FILLER              PIC X(1).
           02  OP-STATUS           PIC X.
               88 OP-IS-ACTIVE     VALUE "A".
               88 OP-IS-INACTIVE   VALUE "I".
           02  FILLER              PIC X(1).
           02  OP-AUTHORITIES      PIC X(10).
           02  OP-AUTHORITY-FLAGS REDEFINES OP-AUTHORITIES.
               03  OP-AUTHORITY    PIC X OCCURS 10 TIMES.
           02  FILLER              PIC X(1).
           02  OP-ADDED-DATE       PIC 9(8).
           02  FILLER              PIC X(1).
           02  OP-CHANGED-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  OP-MORE-AUTHORITIES PIC X(10).
