      *> resubmittable through Err-Repair. Callable from
      *> Master-Driver; no CONTTXN.DAT on a given day is a quiet
      *> day, not an error.
      *> 15 Oct 2026 MK - CONTTXN.DAT transactions carry the submitting
      *> operator's user id, which must belong to an active OPERM.DAT
      *> operator with contact authority or the transaction is rejected
      *> to the error log; every applied add, change and delete writes a
      *> CONTAUDT.DAT audit record with the user id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT CONTACT-AUDIT-FILE ASSIGN TO "CONTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-AUDIT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.
           COPY CTLHDSL.

           02  CNT-GUARDIAN-NAME   PIC X(21).
           02  CNT-MAIL-FLAG       PIC X.
           02  CNT-PHONE-FLAG      PIC X.
           02  CNT-USER-ID         PIC X(8).

       FD  CONTACT-AUDIT-FILE.
       01  CONTACT-AUDIT-RECORD.
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
           02  CAU-ZIP             PIC X(5).
           02  FILLER              PIC X(1).
           02  CAU-MAIL-FLAG       PIC X.
           02  FILLER              PIC X(1).
           02  CAU-PHONE-FLAG      PIC X.

       FD  STUDENT-CONTACT-FILE.
           COPY STUCONT.
       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

           COPY OPERM.
           COPY ERRLOG.
           COPY CTLHD.

       01 CONTACT-TXN-STATUS     PIC XX.
       01 STUDENT-CONTACT-STATUS PIC XX.
       01 STUDENT-MASTER-STATUS  PIC XX.
       01 CONTACT-AUDIT-STATUS   PIC XX.

           COPY FILESTAT.
           COPY OPERTB.
           COPY Y2KDATE.

       01 WS-CONTACT-TXN-EOF     PIC X VALUE "N".
       01 WS-CHANGE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TIME-OF-DAY         PIC 9(8).

       LINKAGE SECTION.
       01 LK-TODAY-DATE          PIC 9(8).
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Contact-Maint run date [" Y2KDate "]"
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table

           PERFORM Open-Contact-Files
           IF ABEND-OCCURRED
           END-READ.

       Apply-One-Contact-Txn.
           MOVE CNT-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-CONTACT TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Contact-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "CNT-USER-ID     " TO ERR-FIELD-NAME
               MOVE CNT-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Log-Contact-Txn-Error
           END-IF.

       Apply-Authorized-Contact-Txn.
           EVALUATE TRUE
               WHEN IS-CONTACT-ADD
                   PERFORM Add-Contact
                           PERFORM Log-Contact-Txn-Error
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           PERFORM Write-Contact-Audit
                   END-WRITE
           END-READ.

                   PERFORM Build-Contact-Record
                   REWRITE STUDENT-CONTACT-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM Write-Contact-Audit
           END-READ.

       Delete-Contact.
                   PERFORM Log-Contact-Txn-Error
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM Write-Contact-Audit
           END-DELETE.

       Log-Contact-Txn-Error.
           MOVE CONTACT-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

      *> Who changed where a family's mail goes, and when; the
      *> address itself stays on the contact file.
       Write-Contact-Audit.
           OPEN EXTEND CONTACT-AUDIT-FILE
           IF CONTACT-AUDIT-STATUS = "35"
               OPEN OUTPUT CONTACT-AUDIT-FILE
               CLOSE CONTACT-AUDIT-FILE
               OPEN EXTEND CONTACT-AUDIT-FILE
           END-IF
           MOVE SPACES          TO CONTACT-AUDIT-RECORD
           MOVE Y2KDate         TO CAU-DATE
           MOVE WS-TIME-OF-DAY  TO CAU-TIME
           MOVE CNT-USER-ID     TO CAU-USER-ID
           MOVE CNT-TXN-CODE    TO CAU-ACTION
           MOVE CNT-STUDENT-ID  TO CAU-STUDENT-ID
           MOVE CNT-ZIP         TO CAU-ZIP
           MOVE CNT-MAIL-FLAG   TO CAU-MAIL-FLAG
           MOVE CNT-PHONE-FLAG  TO CAU-PHONE-FLAG
           WRITE CONTACT-AUDIT-RECORD
           CLOSE CONTACT-AUDIT-FILE.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "CONTMNT"        TO CH-PROGRAM-ID
           MOVE Y2KDate TO CH-RUN-DATE
           PERFORM Write-Control-Handoff.

           COPY OPERLD.
           COPY ERRLOGWR.
           COPY CTLHDWR.
           COPY FILERTRY.
