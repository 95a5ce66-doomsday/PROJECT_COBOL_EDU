       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consent-Maint.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Guardian consent for minors. STUCONT.DAT has long carried
      *> a guardian's name and AGE-CALC a student's age, but
      *> nothing put the two together: a sixteen-year-old went
      *> onto the master and into a class with nobody's signature
      *> on file. GCONSENT.DAT (GCONSENT copybooks) now holds one
      *> row per minor - the guardian who signed, the consent date
      *> and the expiry - and Enter-Name and Class-Enroll refuse a
      *> student under eighteen on the enroll date unless a consent
      *> current that day is on file.
      *> CONSTXN.DAT transactions, in the Stu-Hold-Maint mold:
      *>   G - file or renew a consent. The guardian keyed is the
      *>       signer; left blank, the guardian on the student's
      *>       contact record is taken, and with neither the
      *>       consent rejects. The consent date keyed blank or
      *>       ZERO means the run date; the expiry is required and
      *>       may not fall before it. The student need not be on
      *>       STUDENT-MASTER yet, since the form usually comes in
      *>       with the application, but one who is on file and of
      *>       age on the consent date needs no consent and is
      *>       refused. A renewal replaces the row in place. A
      *>       signer who is not the guardian on the contact record
      *>       is filed, with a warning on the error log.
      *>   W - withdraw a consent: the row is removed, and the
      *>       minor is refused from the next enrollment on.
      *> The user id on each transaction must belong to an active
      *> operator on OPERM.DAT holding the consent authority.
      *> Every applied change writes a CONSAUDT.DAT audit record;
      *> rejects go to the shared error log with the record image,
      *> resubmittable through Err-Repair. After maintenance the
      *> run prints CONSENT.RPT: every active student under
      *> eighteen on the run date whose consent is missing, not
      *> yet in effect, expired, or running out inside the next 30
      *> days - unless the student comes of age first. Age is
      *> taken on the run date, so a student drops off the report
      *> on their eighteenth birthday with nothing to key.
      *> Callable from Master-Driver ahead of Enter-Name, so a
      *> form keyed today admits tonight; no CONSTXN.DAT is a
      *> quiet day and still prints the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-TXN-FILE ASSIGN TO "CONSTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-TXN-STATUS.

           SELECT CONSENT-AUDIT-FILE ASSIGN TO "CONSAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-AUDIT-STATUS.

           COPY GCONSL.

           SELECT STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-STUDENT-ID
               FILE STATUS IS STUDENT-CONTACT-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "CONSENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.
           COPY CTLHDSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-TXN-FILE.
       01  CONSENT-TXN-RECORD.
           02  CX-TXN-CODE         PIC X.
               88 IS-CONSENT-GRANT    VALUE "G".
               88 IS-CONSENT-WITHDRAW VALUE "W".
           02  CX-STUDENT-ID       PIC 9(7).
           02  CX-GUARDIAN-NAME    PIC X(21).
           02  CX-CONSENT-DATE     PIC 9(8).
           02  CX-EXPIRY-DATE      PIC 9(8).
           02  CX-USER-ID          PIC X(8).

       FD  CONSENT-AUDIT-FILE.
       01  CONSENT-AUDIT-RECORD.
           02  CAU-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  CAU-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  CAU-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  CAU-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  CAU-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  CAU-GUARDIAN-NAME   PIC X(21).
           02  FILLER              PIC X(1).
           02  CAU-CONSENT-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  CAU-EXPIRY-DATE     PIC 9(8).

           COPY GCONSENT.

       FD  STUDENT-CONTACT-FILE.
           COPY STUCONT.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY OPERM.
           COPY ERRLOG.
           COPY CTLHD.

       WORKING-STORAGE SECTION.
       01 CONSENT-TXN-STATUS     PIC XX.
       01 CONSENT-AUDIT-STATUS   PIC XX.
       01 STUDENT-CONTACT-STATUS PIC XX.
       01 STUDENT-MASTER-STATUS  PIC XX.

           COPY FILESTAT.
           COPY OPERTB.
           COPY Y2KDATE.
           COPY PRTCTL.
           COPY GCONTB.

       01 WS-TXN-EOF            PIC X VALUE "N".
           88 END-OF-CONSENT-TXNS VALUE "Y".
       01 WS-MASTER-SCAN-EOF    PIC X VALUE "N".
           88 END-OF-MASTER-SCAN VALUE "Y" FALSE "N".
       01 WS-CONTACT-OPEN       PIC X VALUE "N".
           88 CONTACT-FILE-OPEN VALUE "Y" FALSE "N".
       01 WS-CONTACT-FOUND      PIC X VALUE "N".
           88 CONTACT-ON-FILE   VALUE "Y" FALSE "N".
       01 WS-MASTER-FOUND       PIC X VALUE "N".
           88 STUDENT-ON-MASTER VALUE "Y" FALSE "N".
       01 WS-ROW-FOUND          PIC X VALUE "N".
           88 CONSENT-ROW-FOUND VALUE "Y" FALSE "N".

      *> A consent running out inside this many days of the run
      *> date is listed, so the office has a month to chase the
      *> renewal before Class-Enroll starts refusing.
       01 WS-EXPIRY-WINDOW      PIC 9(3) VALUE 30.

       01 WS-CONSENT-DATE       PIC 9(8) VALUE ZERO.
       01 WS-EXPIRY-DATE        PIC 9(8) VALUE ZERO.
       01 WS-SIGNER             PIC X(21) VALUE SPACES.
       01 WS-DATE-VALID         PIC X.
       01 WS-EXPIRY-VALID       PIC X.
       01 WS-TIME-OF-DAY        PIC 9(8).
       01 WS-DAYS-LEFT          PIC S9(7) VALUE ZERO.
       01 WS-COMES-OF-AGE       PIC 9(8) VALUE ZERO.
       01 WS-REPORT-REASON      PIC X(14) VALUE SPACES.

       01 WS-TXN-READ-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-FILED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-RENEWED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-MINOR-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-LAPSED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-EXPIRING-COUNT     PIC 9(5) VALUE ZERO.

       01 CONSENT-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 CD-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-AGE           PIC ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-BRANCH        PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-COMES-OF-AGE  PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-GUARDIAN      PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-CONSENT-DATE  PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-EXPIRY-DATE   PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-DAYS-LEFT     PIC X(5).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-REASON        PIC X(14).
           02 FILLER           PIC X(15) VALUE SPACES.

       01 WS-DATE-EDIT          PIC 9(8).
       01 WS-DAYS-EDIT          PIC ZZZZ9.
       01 WS-TOTAL-EDIT         PIC ZZZZ9.

       LINKAGE SECTION.
       01 LK-TODAY-DATE         PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "CONSMNT" TO ERR-PROGRAM-ID
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           DISPLAY "Consent-Maint run date [" Y2KDate "]"

           PERFORM Open-Consent-Files
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           PERFORM Apply-Consent-Txns
           PERFORM Print-Consent-Report
           PERFORM Close-Consent-File
           IF CONTACT-FILE-OPEN
               CLOSE STUDENT-CONTACT-FILE
           END-IF
           CLOSE STUDENT-MASTER-FILE
           DISPLAY "Consent-Maint: " WS-FILED-COUNT " filed, "
               WS-RENEWED-COUNT " renewed, " WS-WITHDRAWN-COUNT
               " withdrawn, " WS-REJECT-COUNT " rejected"
           DISPLAY "  minors listed: " WS-MISSING-COUNT " missing, "
               WS-LAPSED-COUNT " lapsed, " WS-EXPIRING-COUNT
               " expiring"
           PERFORM Handoff-Control-Totals
           GOBACK.

      *> The student master is read-only here, for the age test on
      *> a consent and the report's scan; the contact file only
      *> lends its guardian, so a missing one is no abend. The
      *> consent file is created on its first-ever open.
       Open-Consent-Files.
           MOVE "STUDENTM.DAT" TO WS-ABEND-FILE-NAME
           MOVE ZERO TO WS-ABEND-RETRY-COUNT
           PERFORM Try-Open-Student-Master
               UNTIL STUDENT-MASTER-STATUS = "00"
                  OR WS-ABEND-RETRY-COUNT >= 3
           IF NOT ABEND-OCCURRED
               OPEN I-O GUARDIAN-CONSENT-FILE
               IF GUARDIAN-CONSENT-STATUS = "35"
                   OPEN OUTPUT GUARDIAN-CONSENT-FILE
                   CLOSE GUARDIAN-CONSENT-FILE
                   OPEN I-O GUARDIAN-CONSENT-FILE
               END-IF
               SET CONSENT-FILE-OPEN TO TRUE
               OPEN INPUT STUDENT-CONTACT-FILE
               IF STUDENT-CONTACT-STATUS = "00"
                   SET CONTACT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "STUCONT.DAT: status "
                       STUDENT-CONTACT-STATUS
                       ", no contact guardians to draw on"
               END-IF
           END-IF.

       Try-Open-Student-Master.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE STUDENT-MASTER-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

       Apply-Consent-Txns.
           OPEN INPUT CONSENT-TXN-FILE
           IF CONSENT-TXN-STATUS = "00"
               PERFORM Read-Consent-Txn
               PERFORM UNTIL END-OF-CONSENT-TXNS
                   ADD 1 TO WS-TXN-READ-COUNT
                   PERFORM Apply-One-Consent-Txn
                   PERFORM Read-Consent-Txn
               END-PERFORM
               CLOSE CONSENT-TXN-FILE
           ELSE
               DISPLAY "CONSTXN.DAT: status " CONSENT-TXN-STATUS
                   ", no consent transactions to apply"
           END-IF.

       Read-Consent-Txn.
           READ CONSENT-TXN-FILE
               AT END
                   SET END-OF-CONSENT-TXNS TO TRUE
           END-READ.

      *> The keyer must be an active operator holding the consent
      *> authority. Edits common to both codes come next: who it
      *> is; a grant then has its dates and signer edited.
       Apply-One-Consent-Txn.
           MOVE CX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-CONSENT TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Consent-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "CX-USER-ID      " TO ERR-FIELD-NAME
               MOVE CX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Log-Consent-Txn-Error
           END-IF.

       Apply-Authorized-Consent-Txn.
           EVALUATE TRUE
               WHEN NOT IS-CONSENT-GRANT AND NOT IS-CONSENT-WITHDRAW
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-TXN-CODE     " TO ERR-FIELD-NAME
                   MOVE CX-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown consent txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               WHEN CX-STUDENT-ID NOT NUMERIC
               OR CX-STUDENT-ID = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE CX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "StudentId missing or not numeric" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               WHEN IS-CONSENT-GRANT
                   PERFORM Grant-Consent
               WHEN OTHER
                   PERFORM Withdraw-Consent
           END-EVALUATE.

       Grant-Consent.
           IF CX-CONSENT-DATE NUMERIC AND CX-CONSENT-DATE NOT = ZERO
               MOVE CX-CONSENT-DATE TO WS-CONSENT-DATE
           ELSE
               MOVE Y2KDate TO WS-CONSENT-DATE
           END-IF
           CALL "DATE-CHECK" USING WS-CONSENT-DATE WS-DATE-VALID
           MOVE "N" TO WS-EXPIRY-VALID
           IF CX-EXPIRY-DATE NUMERIC
               MOVE CX-EXPIRY-DATE TO WS-EXPIRY-DATE
               CALL "DATE-CHECK" USING WS-EXPIRY-DATE WS-EXPIRY-VALID
           END-IF
           PERFORM Find-Signer
           PERFORM Find-Consent-Student
           EVALUATE TRUE
               WHEN WS-DATE-VALID NOT = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-CONSENT-DATE " TO ERR-FIELD-NAME
                   MOVE CX-CONSENT-DATE TO ERR-INCOMING-VALUE
                   MOVE "Consent date not a calendar date" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               WHEN WS-EXPIRY-VALID NOT = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-EXPIRY-DATE  " TO ERR-FIELD-NAME
                   MOVE CX-EXPIRY-DATE TO ERR-INCOMING-VALUE
                   MOVE "Consent expiry missing or not a date" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               WHEN WS-EXPIRY-DATE < WS-CONSENT-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-EXPIRY-DATE  " TO ERR-FIELD-NAME
                   MOVE CX-EXPIRY-DATE TO ERR-INCOMING-VALUE
                   MOVE "Consent expires before it was given" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               WHEN WS-SIGNER = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-GUARDIAN-NAME" TO ERR-FIELD-NAME
                   MOVE CX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "No guardian on txn or contact record" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               WHEN STUDENT-ON-MASTER AND NOT STUDENT-IS-MINOR
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE WS-GCN-AGE TO WS-DAYS-EDIT
                   MOVE SPACES TO ERR-INCOMING-VALUE
                   STRING "AGE " WS-DAYS-EDIT
                       DELIMITED BY SIZE INTO ERR-INCOMING-VALUE
                   MOVE "Student of age, no consent needed" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               WHEN OTHER
                   PERFORM File-Consent
           END-EVALUATE.

      *> The guardian keyed signs; failing that, the guardian on
      *> the contact record. Someone other than the contact
      *> guardian signing is allowed - a court-appointed guardian,
      *> a second parent - but the office should know.
       Find-Signer.
           SET CONTACT-ON-FILE TO FALSE
           MOVE SPACES TO SCT-GUARDIAN-NAME
           IF CONTACT-FILE-OPEN
               MOVE CX-STUDENT-ID TO SCT-STUDENT-ID
               READ STUDENT-CONTACT-FILE
                   INVALID KEY
                       MOVE SPACES TO SCT-GUARDIAN-NAME
                   NOT INVALID KEY
                       SET CONTACT-ON-FILE TO TRUE
               END-READ
           END-IF
           IF CX-GUARDIAN-NAME NOT = SPACES
               MOVE CX-GUARDIAN-NAME TO WS-SIGNER
           ELSE
               MOVE SCT-GUARDIAN-NAME TO WS-SIGNER
           END-IF.

      *> A student already on the master is aged on the consent
      *> date; one not filed yet cannot be, and is taken on trust.
       Find-Consent-Student.
           SET STUDENT-ON-MASTER TO FALSE
           SET STUDENT-IS-MINOR TO FALSE
           MOVE CX-STUDENT-ID TO STM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STUDENT-ON-MASTER TO TRUE
                   MOVE CX-STUDENT-ID   TO WS-GCN-CHECK-ID
                   MOVE STM-BIRTH-DATE  TO WS-GCN-BIRTH-DATE
                   MOVE WS-CONSENT-DATE TO WS-GCN-AS-OF-DATE
                   PERFORM Check-Minor-Consent
           END-READ.

       File-Consent.
           SET CONSENT-ROW-FOUND TO FALSE
           MOVE CX-STUDENT-ID TO GCN-STUDENT-ID
           READ GUARDIAN-CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONSENT-ROW-FOUND TO TRUE
           END-READ
           MOVE SPACES          TO GUARDIAN-CONSENT-RECORD
           MOVE CX-STUDENT-ID   TO GCN-STUDENT-ID
           MOVE WS-SIGNER       TO GCN-GUARDIAN-NAME
           MOVE WS-CONSENT-DATE TO GCN-CONSENT-DATE
           MOVE WS-EXPIRY-DATE  TO GCN-EXPIRY-DATE
           MOVE Y2KDate         TO GCN-RECORDED-DATE
           MOVE CX-USER-ID      TO GCN-RECORDED-BY
           IF CONSENT-ROW-FOUND
               REWRITE GUARDIAN-CONSENT-RECORD
               ADD 1 TO WS-RENEWED-COUNT
           ELSE
               WRITE GUARDIAN-CONSENT-RECORD
               ADD 1 TO WS-FILED-COUNT
           END-IF
           PERFORM Write-Consent-Audit
           DISPLAY "  Consent for " CX-STUDENT-ID " signed by "
               WS-SIGNER " " WS-CONSENT-DATE " to " WS-EXPIRY-DATE
           IF CONTACT-ON-FILE
           AND SCT-GUARDIAN-NAME NOT = SPACES
           AND SCT-GUARDIAN-NAME NOT = WS-SIGNER
               MOVE "CX-GUARDIAN-NAME" TO ERR-FIELD-NAME
               MOVE WS-SIGNER TO ERR-INCOMING-VALUE
               MOVE "Signer not the contact-record guardian" TO
                   ERR-MESSAGE
               MOVE "W" TO ERR-SEVERITY
               PERFORM Log-Consent-Txn-Error
           END-IF.

       Withdraw-Consent.
           MOVE CX-STUDENT-ID TO GCN-STUDENT-ID
           READ GUARDIAN-CONSENT-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CX-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE CX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "No consent on file to withdraw" TO
                       ERR-MESSAGE
                   PERFORM Log-Consent-Txn-Error
               NOT INVALID KEY
                   MOVE GCN-GUARDIAN-NAME TO WS-SIGNER
                   MOVE GCN-CONSENT-DATE  TO WS-CONSENT-DATE
                   MOVE GCN-EXPIRY-DATE   TO WS-EXPIRY-DATE
                   DELETE GUARDIAN-CONSENT-FILE
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   PERFORM Write-Consent-Audit
                   DISPLAY "  Consent for " CX-STUDENT-ID
                       " withdrawn"
           END-READ.

       Write-Consent-Audit.
           OPEN EXTEND CONSENT-AUDIT-FILE
           IF CONSENT-AUDIT-STATUS = "35"
               OPEN OUTPUT CONSENT-AUDIT-FILE
               CLOSE CONSENT-AUDIT-FILE
               OPEN EXTEND CONSENT-AUDIT-FILE
           END-IF
           MOVE SPACES          TO CONSENT-AUDIT-RECORD
           MOVE Y2KDate         TO CAU-DATE
           MOVE WS-TIME-OF-DAY  TO CAU-TIME
           MOVE CX-USER-ID      TO CAU-USER-ID
           MOVE CX-TXN-CODE     TO CAU-ACTION
           MOVE CX-STUDENT-ID   TO CAU-STUDENT-ID
           MOVE WS-SIGNER       TO CAU-GUARDIAN-NAME
           MOVE WS-CONSENT-DATE TO CAU-CONSENT-DATE
           MOVE WS-EXPIRY-DATE  TO CAU-EXPIRY-DATE
           WRITE CONSENT-AUDIT-RECORD
           CLOSE CONSENT-AUDIT-FILE.

      *> Every active student on the master, aged on the run date;
      *> an adult is passed by, so nobody needs taking off the list
      *> when they turn eighteen.
       Print-Consent-Report.
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "MINORS LACKING CURRENT GUARDIAN CONSENT"
               TO RH-TITLE
           MOVE "CONSMNT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUDENT  NAME                   AGE  BR   OF AGE  " &
               "  GUARDIAN               CONSENT   EXPIRES   DAYS   " &
               "STATUS" TO RH-COLUMN-HEADS
           MOVE LOW-VALUES TO STM-STUDENT-ID
           SET END-OF-MASTER-SCAN TO FALSE
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN
                   STM-STUDENT-ID
               INVALID KEY
                   SET END-OF-MASTER-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER-SCAN
               READ STUDENT-MASTER-FILE NEXT
                   AT END
                       SET END-OF-MASTER-SCAN TO TRUE
                   NOT AT END
                       IF STM-IS-ACTIVE
                           PERFORM Report-One-Student
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MISSING-COUNT + WS-LAPSED-COUNT + WS-EXPIRING-COUNT
               = ZERO
               MOVE "  (no minor is missing a current consent)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-MINOR-COUNT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTIVE STUDENTS UNDER AGE:      " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-MISSING-COUNT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NO CONSENT ON FILE:             " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-LAPSED-COUNT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CONSENT EXPIRED OR NOT IN FORCE:" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-EXPIRING-COUNT TO WS-TOTAL-EDIT
           MOVE WS-EXPIRY-WINDOW TO WS-DAYS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CONSENT EXPIRING IN " WS-DAYS-EDIT " DAYS:  "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE.

      *> The day a student comes of age is the birth date moved on
      *> by the age of majority in years; a consent running past
      *> it has nothing left to cover, so it is not chased.
       Report-One-Student.
           MOVE STM-STUDENT-ID TO WS-GCN-CHECK-ID
           MOVE STM-BIRTH-DATE TO WS-GCN-BIRTH-DATE
           MOVE Y2KDate        TO WS-GCN-AS-OF-DATE
           PERFORM Check-Minor-Consent
           IF STUDENT-IS-MINOR
               ADD 1 TO WS-MINOR-COUNT
               COMPUTE WS-COMES-OF-AGE =
                   STM-BIRTH-DATE + WS-GCN-MAJORITY-AGE * 10000
               MOVE SPACES TO WS-REPORT-REASON
               MOVE ZERO TO WS-DAYS-LEFT
               EVALUATE TRUE
                   WHEN NOT CONSENT-ON-FILE
                       MOVE "NO CONSENT" TO WS-REPORT-REASON
                       ADD 1 TO WS-MISSING-COUNT
                   WHEN GCN-CONSENT-DATE > Y2KDate
                       MOVE "NOT IN FORCE" TO WS-REPORT-REASON
                       ADD 1 TO WS-LAPSED-COUNT
                   WHEN GCN-EXPIRY-DATE < Y2KDate
                       MOVE "EXPIRED" TO WS-REPORT-REASON
                       ADD 1 TO WS-LAPSED-COUNT
                   WHEN GCN-EXPIRY-DATE < WS-COMES-OF-AGE
                       MOVE GCN-EXPIRY-DATE TO WS-DATE-EDIT
                       CALL "DAYS-BETWEEN" USING Y2KDate WS-DATE-EDIT
                           WS-DAYS-LEFT
                       IF WS-DAYS-LEFT NOT > WS-EXPIRY-WINDOW
                           MOVE "EXPIRING" TO WS-REPORT-REASON
                           ADD 1 TO WS-EXPIRING-COUNT
                       END-IF
               END-EVALUATE
               IF WS-REPORT-REASON NOT = SPACES
                   PERFORM Print-Consent-Line
               END-IF
           END-IF.

       Print-Consent-Line.
           MOVE SPACES TO CONSENT-DETAIL-LINE
           MOVE STM-STUDENT-ID   TO CD-STUDENT-ID
           MOVE STM-STUDENT-NAME TO CD-STUDENT-NAME
           MOVE WS-GCN-AGE       TO CD-AGE
           MOVE STM-BRANCH-CODE  TO CD-BRANCH
           MOVE WS-COMES-OF-AGE  TO CD-COMES-OF-AGE
           MOVE WS-REPORT-REASON TO CD-REASON
           IF CONSENT-ON-FILE
               MOVE GCN-GUARDIAN-NAME TO CD-GUARDIAN
               MOVE GCN-CONSENT-DATE  TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT      TO CD-CONSENT-DATE
               MOVE GCN-EXPIRY-DATE   TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT      TO CD-EXPIRY-DATE
           ELSE
               MOVE "(none)" TO CD-CONSENT-DATE
               PERFORM Find-Contact-Guardian
           END-IF
           IF WS-REPORT-REASON = "EXPIRING"
               MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO CD-DAYS-LEFT
           END-IF
           MOVE CONSENT-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> With no consent on file the contact record's guardian is
      *> whom the office calls for the signature.
       Find-Contact-Guardian.
           MOVE "(no guardian on file)" TO CD-GUARDIAN
           IF CONTACT-FILE-OPEN
               MOVE STM-STUDENT-ID TO SCT-STUDENT-ID
               READ STUDENT-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SCT-GUARDIAN-NAME NOT = SPACES
                           MOVE SCT-GUARDIAN-NAME TO CD-GUARDIAN
                       END-IF
               END-READ
           END-IF.

       Log-Consent-Txn-Error.
           MOVE "CONSTXN.DAT" TO ERR-SOURCE-FILE
           MOVE CONSENT-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "CONSMNT"        TO CH-PROGRAM-ID
           MOVE WS-TXN-READ-COUNT TO CH-RECORDS-READ
           COMPUTE CH-RECORDS-PROCESSED =
               WS-FILED-COUNT + WS-RENEWED-COUNT + WS-WITHDRAWN-COUNT
           MOVE WS-REJECT-COUNT  TO CH-RECORDS-REJECTED
           MOVE ZERO             TO CH-AMOUNT-TOTAL
           MOVE Y2KDate TO CH-RUN-DATE
           PERFORM Write-Control-Handoff.

           COPY GCONCK.
           COPY OPERLD.
           COPY ERRLOGWR.
           COPY CTLHDWR.
           COPY FILERTRY.
           COPY PRTWR.
       END PROGRAM Consent-Maint.
