      *> rejects) to the shared CONTROL-HANDOFF-FILE (CTLHD
      *> copybooks) so EOD-Report can cross-foot what this program
      *> actually did against its own count of ROSTER.DAT.
      *> 15 Oct 2026 MK - A roster line for a student under eighteen on
      *> the enrollment date is refused to the error log unless a
      *> guardian consent current on that date is on GCONSENT.DAT (kept
      *> by Consent-Maint); the reject carries the age and resubmits
      *> through Err-Repair.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY ERRLOGSL.
           COPY CTLHDSL.
           COPY STUHISSL.
           COPY GCONSL.

       DATA DIVISION.
       FILE SECTION.
           COPY ERRLOG.
           COPY CTLHD.
           COPY STUHIST.
           COPY GCONSENT.

       WORKING-STORAGE SECTION.
       01 ROSTER-STATUS PIC XX.
           COPY FILESTAT.
           COPY Y2KDATE.
           COPY BATCHHT.
           COPY GCONTB.

       01 STUDENT-MASTER-STATUS   PIC XX.
       01 WS-ROSTER-EOF           PIC X VALUE "N".
       01 WS-ENROLL-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-DUPLICATE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-CONSENT-REFUSED      PIC 9(5) VALUE ZERO.
       01 WS-AGE-EDIT             PIC ZZ9.
       01 WS-STUDENT-AGE          PIC 999.

      *> Per-branch enrolled counts for the completion summary.
           END-PERFORM
           CLOSE ROSTER-FILE
           CLOSE STUDENT-MASTER-FILE
           PERFORM Close-Consent-File
           PERFORM Verify-Batch-Controls
           DISPLAY "Enrollment run complete: " WS-ENROLL-COUNT
               " enrolled, " WS-DUPLICATE-COUNT " duplicates, "
               WS-REJECT-COUNT " rejected"
           DISPLAY "  minors refused for want of guardian consent: "
               WS-CONSENT-REFUSED
           PERFORM Display-Branch-Enrollment
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
                   CLOSE STUDENT-MASTER-FILE
                   OPEN I-O STUDENT-MASTER-FILE
               END-IF
               PERFORM Open-Consent-File
           END-IF.

       Try-Open-Roster.
           ELSE
               PERFORM Check-Duplicate-Enrollment
               IF NOT DUPLICATE-FOUND
                   PERFORM Check-Enroll-Consent
               END-IF
               IF NOT DUPLICATE-FOUND AND NOT MINOR-LACKS-CONSENT
                   MOVE RO-STUDENT-ID   TO STM-STUDENT-ID
                   MOVE RO-STUDENT-NAME TO STM-STUDENT-NAME
                   MOVE RO-BIRTH-DATE   TO STM-BIRTH-DATE
               END-IF
           END-IF.

      *> A student under the age of majority on the enrollment
      *> date is not filed without a guardian consent current on
      *> that date; the age rides the reject so the registrar can
      *> see why, and Err-Repair resubmits the roster line once
      *> Consent-Maint has the signed form on file.
       Check-Enroll-Consent.
           MOVE RO-STUDENT-ID      TO WS-GCN-CHECK-ID
           MOVE RO-BIRTH-DATE      TO WS-GCN-BIRTH-DATE
           MOVE RO-ENROLLMENT-DATE TO WS-GCN-AS-OF-DATE
           PERFORM Check-Minor-Consent
           IF MINOR-LACKS-CONSENT
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-CONSENT-REFUSED
               MOVE "RO-BIRTH-DATE   " TO ERR-FIELD-NAME
               MOVE WS-GCN-AGE TO WS-AGE-EDIT
               MOVE SPACES TO ERR-INCOMING-VALUE
               STRING "AGE " WS-AGE-EDIT
                   DELIMITED BY SIZE INTO ERR-INCOMING-VALUE
               IF CONSENT-ON-FILE
                   MOVE "Minor's guardian consent not current" TO
                       ERR-MESSAGE
               ELSE
                   MOVE "Minor with no guardian consent on file" TO
                       ERR-MESSAGE
               END-IF
               PERFORM Write-Error-Log
               DISPLAY "  Enrollment refused, minor without current "
                   "guardian consent: " RO-STUDENT-ID
           END-IF.

      *> Blank names and anything carrying digits or punctuation are
      *> rejected; COBOL's ALPHABETIC class already tolerates the
      *> trailing spaces padding a short name out to PIC X(21).
           COPY STUHISWR.
           COPY BATCHHTV.
           COPY FILERTRY.
           COPY GCONCK.
       END PROGRAM ENTER-NAME.
