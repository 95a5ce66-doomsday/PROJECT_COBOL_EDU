      *>----------------------------------------------------------
      *> GCONSL.CPY
      *> SELECT clause for the shared GUARDIAN-CONSENT-FILE. COPY
      *> into FILE-CONTROL in any program that must refuse to
      *> enroll a minor with no current guardian consent, along
      *> with GCONSENT.CPY's FD, GCONTB.CPY's working storage and
      *> GCONCK.CPY's open/check paragraphs, so Enter-Name and
      *> Class-Enroll judge "is this minor covered" off the one
      *> file Consent-Maint keeps.
      *>----------------------------------------------------------
           SELECT GUARDIAN-CONSENT-FILE ASSIGN TO "GCONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCN-STUDENT-ID
               FILE STATUS IS GUARDIAN-CONSENT-STATUS.
