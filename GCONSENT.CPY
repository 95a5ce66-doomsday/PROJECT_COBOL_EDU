      *>----------------------------------------------------------
      *> GCONSENT.CPY
      *> FD and record layout for the indexed GUARDIAN-CONSENT-FILE
      *> (GCONSENT.DAT), keyed GCN-STUDENT-ID: one row per minor
      *> naming the guardian who signed the enrollment consent,
      *> the day it was signed and the day it runs out. A consent
      *> is current on a date on or after its consent date and on
      *> or before its expiry date. A renewed consent replaces the
      *> row in place; a withdrawn one is removed. Consent-Maint
      *> maintains the file from CONSTXN.DAT with an audit trail;
      *> Enter-Name and Class-Enroll read it to refuse a student
      *> under the age of majority with no current consent. The
      *> student need not be on STUDENT-MASTER yet - the signed
      *> form usually arrives with the application, before the
      *> enrollment run files the student.
      *>----------------------------------------------------------
       FD  GUARDIAN-CONSENT-FILE.
       01  GUARDIAN-CONSENT-RECORD.
           02  GCN-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  GCN-GUARDIAN-NAME   PIC X(21).
           02  FILLER              PIC X(1).
           02  GCN-CONSENT-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  GCN-EXPIRY-DATE     PIC 9(8).
           02  FILLER              PIC X(1).
           02  GCN-RECORDED-DATE   PIC 9(8).
           02  FILLER              PIC X(1).
           02  GCN-RECORDED-BY     PIC X(8).
