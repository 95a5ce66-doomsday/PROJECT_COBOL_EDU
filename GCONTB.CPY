      *>----------------------------------------------------------
      *> GCONTB.CPY
      *> Working-storage for the shared minor-consent check
      *> (GCONCK.CPY). COPY into WORKING-STORAGE in any program
      *> that COPYs GCONSL.CPY/GCONSENT.CPY. The caller PERFORMs
      *> Open-Consent-File once; then per student MOVEs the id to
      *> WS-GCN-CHECK-ID, the birth date to WS-GCN-BIRTH-DATE and
      *> the enroll date to WS-GCN-AS-OF-DATE and PERFORMs
      *> Check-Minor-Consent. MINOR-LACKS-CONSENT answers; the age
      *> computed lands in WS-GCN-AGE for the reject message. A
      *> student turning eighteen on or before the enroll date is
      *> of age and never needs a consent. No GCONSENT.DAT on file
      *> means no minor is covered.
      *>----------------------------------------------------------
       01 GUARDIAN-CONSENT-STATUS PIC XX.
       01 WS-GCN-OPEN           PIC X VALUE "N".
           88 CONSENT-FILE-OPEN VALUE "Y" FALSE "N".
       01 WS-GCN-MAJORITY-AGE   PIC 999 VALUE 18.
       01 WS-GCN-CHECK-ID       PIC 9(7) VALUE ZERO.
       01 WS-GCN-BIRTH-DATE     PIC 9(8) VALUE ZERO.
       01 WS-GCN-AS-OF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-GCN-AGE            PIC 999 VALUE ZERO.
       01 WS-GCN-MINOR          PIC X VALUE "N".
           88 STUDENT-IS-MINOR  VALUE "Y" FALSE "N".
       01 WS-GCN-CURRENT        PIC X VALUE "N".
           88 CONSENT-IS-CURRENT VALUE "Y" FALSE "N".
       01 WS-GCN-LACKING        PIC X VALUE "N".
           88 MINOR-LACKS-CONSENT VALUE "Y" FALSE "N".
       01 WS-GCN-ON-FILE        PIC X VALUE "N".
           88 CONSENT-ON-FILE   VALUE "Y" FALSE "N".
